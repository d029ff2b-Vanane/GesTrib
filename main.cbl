    FILE STATUS IS salleCR
    RECORD KEY IS fsa_salle.

SELECT FIndispos ASSIGN TO "indisponibilites.dat"
    ORGANIZATION INDEXED
    ACCESS IS DYNAMIC
    FILE STATUS IS indispoCR
    RECORD KEY IS fi_cle.

SELECT FTribunaux ASSIGN TO "tribunaux.dat"
    ORGANIZATION INDEXED
    ACCESS IS DYNAMIC
    FILE STATUS IS tribunalCR
    RECORD KEY IS ft_numTribunal.

SELECT FSeances ASSIGN TO "seances.dat"
    ORGANIZATION INDEXED
    ACCESS IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS journalCR.

SELECT FChaine ASSIGN TO "chaine.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS chaineCR.

SELECT FArchAffaires ASSIGN TO "archAffaires.dat"
    ORGANIZATION INDEXED
    ACCESS IS DYNAMIC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS bilanCR.

SELECT FImportAffaires ASSIGN TO "bureauordre.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS importAffCR.

SELECT FRejetsAffaires ASSIGN TO "rejetsAffaires.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS rejetAffCR.

SELECT FEcheancier ASSIGN TO "echeancier.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS echeancierCR.

SELECT FHoraires ASSIGN TO "horaires.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS horairesCR.

SELECT FOccupation ASSIGN TO "occupation.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS occupCR.

SELECT FRegistreAvis ASSIGN TO "registreAvis.dat"
    ORGANIZATION INDEXED
    ACCESS IS DYNAMIC
    FILE STATUS IS registreAvisCR
    RECORD KEY IS ra_cle
    ALTERNATE RECORD KEY IS ra_refAffaire WITH DUPLICATES.

SELECT FAvis ASSIGN TO "avis.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS avisCR.

SELECT FBudgets ASSIGN TO "budgets.dat"
    ORGANIZATION INDEXED
    ACCESS IS DYNAMIC
    FILE STATUS IS budgetCR
    RECORD KEY IS fb_cle.

SELECT FEtatBudget ASSIGN TO "budget.txt"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS etatBudgetCR.

DATA DIVISION.
FILE SECTION.
FD FJures.
    *>0=à poursuivre, 1=régularisé, 2=amende prononcée, 3=classé
    02 fc_suite PIC 9(1).
    02 fc_dateSuite PIC 9(8).
    *>Jury de jugement tiré à l'ouverture de l'audience parmi les présents :
    *>0=non tiré (libéré), 1=titulaire, 2=suppléant, 3=récusé
    02 fc_jury PIC 9(1).
    *>Auteur de la récusation : 0=aucune, 1=défense, 2=ministère public
    02 fc_recusePar PIC 9(1).
    *>Rang de sortie de l'urne, 0 si non tiré
    02 fc_rangTirage PIC 9(2).

FD FSeances.
01 seanceTampon.
        03 fse_numTribunal PIC 9(3).
    *>Issue de la séance : 0=programmée, 1=tenue, 2=renvoyée, 3=annulée
    02 fse_etat PIC 9(1).
    *>Jury de jugement : 0=non constitué, 1=constitué à l'ouverture
    02 fse_jury PIC 9(1).

FD FAffaires.
01 affaireTampon.
    02 fa_refAffaire PIC A(9).
    02 fa_classee PIC 9(1).
    02 fa_contexte PIC A(128).
    *>Date de saisine de la juridiction, 0 si inconnue
    02 fa_dateSaisine PIC 9(8).
    *>Régime procédural : 0=sans délai légal, sinon rang dans
    *>TableRegimesProcedure (délai, prolongations autorisées)
    02 fa_regime PIC 9(1).
    *>Date limite de jugement, 0 sans délai légal
    02 fa_dateLimite PIC 9(8).
    02 fa_nbProlongations PIC 9(1).

FD FSalles.
01 salleTampon.
        03 fsa_numTribunal PIC 9(3).
    02 fsa_capacite PIC 9(3).

FD FIndispos.
01 indispoTampon.
    02 fi_cle.
       03 fi_matricule PIC 9(6).
       03 fi_dateDebut PIC 9(8).
    02 fi_dateFin PIC 9(8).
    02 fi_motif PIC A(50).
    *>Pièce justificative : 0=non reçue, 1=reçue
    02 fi_justificatif PIC 9(1).
    *>Origine : 0=déclarée par le juré, 1=saisie par le greffe
    02 fi_origine PIC 9(1).
    02 fi_dateSaisie PIC 9(8).

FD FTribunaux.
01 tribunalTampon.
    02 ft_numTribunal PIC 9(3).
    02 ft_nom PIC A(50).
    *>Type de juridiction : rang dans la liste fermée TLT-Libelle
    02 ft_type PIC 9(1).
    02 ft_adresse PIC A(50).
    02 ft_codePostal PIC 9(5).
    02 ft_ville PIC A(30).
    *>Départements du ressort, 0 pour une case inutilisée
    02 ft_deptRessort PIC 9(3) OCCURS 10 TIMES.

FD FReprise.
01 repriseTampon.
    02 rp_refAffaire PIC A(9).
01 adminTampon.
    02 fad_identifiant PIC A(20).
    02 fad_motDePasse PIC A(20).
    *>Profil d'habilitation : 1=greffier, 2=régisseur d'avances,
    *>3=chef de greffe (voir TableHabilitations)
    02 fad_profil PIC 9(1).

FD FHistorique.
01 histoTampon.
    *>Dimensionnés sur le plus long des tampons historisés (jureTampon)
    02 hi_avant PIC X(184).
    02 hi_apres PIC X(184).
    *>Compte à l'origine de la modification (identifiant agent, juré ou BATCH)
    02 hi_agent PIC X(20).

FD FLettres.
01 ligneLettre PIC X(80).
    *>Statut du paiement : 0=à payer, 1=payé, 2=rejeté par la trésorerie
    02 fp_statut PIC 9(1).
    02 fp_dateReglement PIC 9(8).
    *>Agent ayant produit le calcul : il ne peut pas pointer ce virement
    02 fp_agentCalcul PIC X(20).
    *>Enveloppe budgétaire sur laquelle le montant est engagé
    *>(juridiction et année de la séance)
    02 fp_numTribunal PIC 9(3).
    02 fp_exercice PIC 9(4).
    *>1 si le montant a effectivement été engagé sur cette enveloppe
    02 fp_engage PIC 9(1).

FD FVirements.
01 ligneVirement PIC X(120).
FD FJournal.
01 ligneJournal PIC X(120).

FD FChaine.
01 ligneChaine.
    *>Ligne C : état de la chaîne (nombre d'étapes, date de la nuit
    *>traitée) ; lignes E : état, date et code retour de chaque étape
    02 ch_type PIC X(1).
    02 FILLER PIC X(1).
    02 ch_numEtape PIC 9(2).
    02 FILLER PIC X(1).
    02 ch_traitement PIC X(12).
    02 FILLER PIC X(1).
    02 ch_date PIC 9(8).
    02 FILLER PIC X(1).
    02 ch_codeRetour PIC 9(2).
    02 FILLER PIC X(1).
    02 ch_etat PIC X(8).

FD FArchAffaires.
01 archAffaireTampon.
    02 faa_cle.
       03 faa_refAffaire PIC A(9).
    02 faa_classee PIC 9(1).
    02 faa_contexte PIC A(128).
    02 faa_dateSaisine PIC 9(8).
    02 faa_regime PIC 9(1).
    02 faa_dateLimite PIC 9(8).
    02 faa_nbProlongations PIC 9(1).

FD FArchSeances.
01 archSeanceTampon.
    02 fsea_numSalle PIC 9(2).
    02 fsea_numTribunal PIC 9(3).
    02 fsea_etat PIC 9(1).
    02 fsea_jury PIC 9(1).

FD FArchConvocations.
01 archConvoTampon.
    02 fac_presence PIC 9(1).
    02 fac_suite PIC 9(1).
    02 fac_dateSuite PIC 9(8).
    02 fac_jury PIC 9(1).
    02 fac_recusePar PIC 9(1).
    02 fac_rangTirage PIC 9(2).

FD FArchHistorique.
01 archHistoTampon PIC X(481).

FD FHistoTravail.
01 histoTravailTampon PIC X(481).

FD FDossiers.
01 dossierTampon.
    *>Rôle de la partie (demandeur, accusé, partie civile...) ou
    *>partie assistée pour un avocat
    02 fd_role PIC A(25).
    *>Adresse postale des parties et avocats (avis d'audience)
    02 fd_adresse PIC X(50).
    02 fd_codePostal PIC 9(5).
    02 fd_ville PIC A(30).

FD FArchDossiers.
01 archDossierTampon.
       03 fada_numOrdre PIC 9(2).
    02 fada_nom PIC A(50).
    02 fada_role PIC A(25).
    02 fada_adresse PIC X(50).
    02 fada_codePostal PIC 9(5).
    02 fada_ville PIC A(30).

FD FFiche.
*>Dimensionnée pour la plus longue ligne éditée ('Contexte : ' + 128)
FD FBilan.
01 ligneBilan PIC X(80).

FD FImportAffaires.
01 ligneImportAff PIC X(200).

FD FRejetsAffaires.
01 ligneRejetAff PIC X(260).

FD FEcheancier.
01 ligneEcheancier PIC X(120).

FD FRegistreAvis.
01 registreAvisTampon.
    *>Un avis par partie ou avocat du dossier, par séance et par envoi
    02 ra_cle.
       03 ra_numSeance PIC 9(9).
       03 ra_refAffaire PIC A(9).
       03 ra_typeElement PIC 9(1).
       03 ra_numOrdre PIC 9(2).
       03 ra_numAvis PIC 9(2).
    02 ra_dateEnvoi PIC 9(8).
    *>Motif : 1=fixation de la séance, 2=report, 3=réémission
    02 ra_motif PIC 9(1).
    *>1=avis envoyé, 0=non envoyé faute d'adresse
    02 ra_envoye PIC 9(1).
    02 ra_nom PIC A(50).
    02 ra_role PIC A(25).
    02 ra_adresse PIC X(50).
    02 ra_codePostal PIC 9(5).
    02 ra_ville PIC A(30).
    02 ra_dateSeance PIC 9(8).
    02 ra_dateFinSeance PIC 9(8).
    02 ra_heure PIC 9(4).
    02 ra_numSalle PIC 9(2).
    02 ra_numTribunal PIC 9(3).
    02 ra_agent PIC X(20).

FD FAvis.
01 ligneAvis PIC X(80).

FD FBudgets.
01 budgetTampon.
    *>Enveloppe des indemnités de jurés d'une juridiction pour une année
    02 fb_cle.
       03 fb_annee PIC 9(4).
       03 fb_numTribunal PIC 9(3).
    02 fb_montantAlloue PIC 9(7)V99.
    *>Abondements accordés en cours d'année
    02 fb_nbAbondements PIC 9(1).
    02 fb_abondement OCCURS 6 TIMES.
       03 fb_dateAbondement PIC 9(8).
       03 fb_montantAbondement PIC 9(7)V99.
    *>Engagé : paiements calculés en attente de règlement ; payé :
    *>virements confirmés par la trésorerie
    02 fb_montantEngage PIC 9(7)V99.
    02 fb_montantPaye PIC 9(7)V99.
    *>Taux de consommation (%) au-delà duquel un calcul est signalé
    02 fb_seuilAlerte PIC 9(3).

FD FEtatBudget.
01 ligneBudget PIC X(80).

FD FHoraires.
01 ligneHoraires.
    *>Journée d'ouverture des salles : ouverture et fermeture en HHMM,
    *>puis seuil d'occupation en % sous lequel une salle est signalée
    02 hor_ouverture PIC X(4).
    02 FILLER PIC X(1).
    02 hor_fermeture PIC X(4).
    02 FILLER PIC X(1).
    02 hor_seuil PIC X(3).
    02 FILLER PIC X(7).

FD FOccupation.
01 ligneOccupation PIC X(100).

WORKING-STORAGE SECTION.
77 jureCR PIC 9(2).
77 convoCR PIC 9(2).
77 WChampDateN PIC X(8).
77 WChampDept PIC X(3).
77 WChampAdresse PIC X(50).
77 WMotifRejet PIC X(50).
77 WRejet PIC 9(1).
77 WNbImport PIC 9(4).
77 WNbRejets PIC 9(4).
77 WChampBDate1 PIC X(8).
77 WChampBDate2 PIC X(8).
77 WChampBTrib PIC X(3).
77 WChampBCalendrier PIC X(8).
77 chaineCR PIC 9(2).
77 WSeuilChaine PIC 9(2).
77 WCodeRetourChaine PIC 9(2).
77 WDateChaine PIC 9(8).
77 WDateReprise PIC 9(8).
77 WEtatChaine PIC X(8).
77 WArretChaine PIC 9(1).
77 WRepriseChaine PIC 9(1).
77 WNbEtapesReprises PIC 9(2).
77 WEtapeDuJour PIC 9(1).
77 WEtapesEnTrop PIC 9(1).
77 WTECCount PIC 9(2).
77 WNumEtape PIC 9(2).
77 WIdxEtape PIC 9(2).

*>Etapes de la chaîne de nuit, dans l'ordre de parametres.txt
01 TableEtapesChaine.
    02 TEC-Entree OCCURS 20 TIMES.
        03 TEC-Traitement PIC X(12).
        03 TEC-Date1 PIC 9(8).
        03 TEC-Date2 PIC 9(8).
        03 TEC-Trib PIC 9(3).
        03 TEC-Calendrier PIC X(8).
        *>EN COURS, TERMINEE, ECHEC ou IGNOREE (hors calendrier)
        03 TEC-Etat PIC X(8).
        03 TEC-CodeRetour PIC 9(2).
        03 TEC-DateFin PIC 9(8).
77 WMontantSeance PIC 9(5)V99.
77 WNbVirements PIC 9(4).
77 WNbPointes PIC 9(4).
77 WDernierJourSiege PIC 9(8).
77 WFinRepos PIC 9(8).
77 WEnRepos PIC 9(1).
77 tribunalCR PIC 9(2).
77 WTribConnu PIC 9(1).
77 WNbRessort PIC 9(2).
77 WDeptSaisi PIC 9(3).
77 WASiege PIC 9(1).
77 WLibelleJury PIC X(40).
77 WNbTitulairesLegal PIC 9(2).
77 WMaxRecusDefense PIC 9(2).
77 WMaxRecusMinistere PIC 9(2).
77 WNbSuppDemande PIC 9(2).
77 WNbTitulaires PIC 9(2).
77 WNbSuppleants PIC 9(2).
77 WNbRecusDefense PIC 9(2).
77 WNbRecusMinistere PIC 9(2).
77 WNbRestants PIC 9(3).
77 WRangTirage PIC 9(2).
77 WNbLiberes PIC 9(3).
77 indispoCR PIC 9(2).
77 WIndispo PIC 9(1).
77 WFinIndispo PIC 9(1).
77 WOrigineIndispo PIC 9(1).
77 WAgent PIC X(20) VALUE SPACES.
77 WProfil PIC 9(1) VALUE 0.
77 WAutorise PIC 9(1).
77 WLibelleProfil PIC X(25).
77 WNbReserves PIC 9(4).
77 WProfil2 PIC 9(1).
77 WLibelleProfil2 PIC X(25).
77 horairesCR PIC 9(2).
77 occupCR PIC 9(2).
77 WHeureOuverture PIC 9(4).
77 WHeureFermeture PIC 9(4).
77 WSeuilOccupation PIC 9(3).
77 WMinOuverture PIC 9(5).
77 WMinFermeture PIC 9(5).
77 WMois PIC 9(6).
77 WNbJoursOuvres PIC 9(3).
77 WJourDebut PIC 9(7).
77 WJourFin PIC 9(7).
77 WJourCourant PIC 9(7).
77 WJourSeance PIC 9(7).
77 WJourSeanceFin PIC 9(7).
77 WMinDisponibles PIC 9(7).
77 WTOCount PIC 9(3).
77 WIdxSalle PIC 9(3).
77 WTOEchange PIC X(41).
77 WTribCourant PIC 9(3).
77 WMinResTribunal PIC 9(8).
77 WMinDispTribunal PIC 9(8).
77 WHeuresOcc PIC 9(6)V9.
77 WHeuresEdite PIC ZZZZZ9.9.
77 WHeuresEdite2 PIC ZZZZZ9.9.
77 WTauxOccupation PIC 9(3).
77 WMoyenneJures PIC 9(3)V9.
77 WMoyenneEdite PIC ZZ9.9.
77 WNbSallesOcc PIC 9(3).
77 WNbSallesSousSeuil PIC 9(3).
77 importAffCR PIC 9(2).
77 rejetAffCR PIC 9(2).
77 WTIACount PIC 9(3).
77 WTropDeLignes PIC 9(1).
77 WLigneErreur PIC 9(3).
77 WNbElemImport PIC 9(5).
77 WNbNaturesImp PIC 9(3).
77 WNbPartiesImp PIC 9(3).
77 WNbAvocatsImp PIC 9(3).
77 WChampTypeLigne PIC X(1).
77 WChampImp1 PIC X(60).
77 WChampImp2 PIC X(128).
77 WChampImp3 PIC X(50).
77 WChampImp4 PIC X(30).
77 WContexteImp PIC X(128).
77 WSaisineImp PIC 9(8).
77 WRegimeImp PIC 9(1).
77 echeancierCR PIC 9(2).
77 WDelaiOK PIC 9(1).
77 WDateSaisine PIC 9(8).
77 WDateCalc PIC 9(8).
77 WNbMoisCalc PIC 9(3).
77 WAnneeCalc PIC 9(4).
77 WMoisCalc PIC 9(2).
77 WJourCalc PIC 9(2).
77 WTotalMois PIC 9(6).
77 WLibelleRegime PIC X(35).
77 WHorizon PIC 9(3).
77 WTECount PIC 9(3).
77 WTEEchange PIC X(51).
77 WNbEcheances PIC 9(4).
77 WNbAlertes PIC 9(4).
77 WSeancesDispo PIC 9(1).
77 WChampImp5 PIC X(30).
77 registreAvisCR PIC 9(2).
77 avisCR PIC 9(2).
77 WMotifAvis PIC 9(1).
77 WRefAvis PIC A(9).
77 WFinAvis PIC 9(1).
77 WNbAvis PIC 9(3).
77 WNbSansAdresse PIC 9(3).
77 WDateEnvoiAvis PIC 9(8).
77 WLibelleMotifAvis PIC X(12).
77 budgetCR PIC 9(2).
77 etatBudgetCR PIC 9(2).
77 WBudgetsDispo PIC 9(1).
77 WAnneeBudget PIC 9(4).
77 WBudgetTotal PIC 9(8)V99.
77 WTotalAbonde PIC 9(8)V99.
77 WConsoAvant PIC 9(8)V99.
77 WConsoApres PIC 9(8)V99.
77 WSeuilMontant PIC 9(8)V99.
77 WDisponible PIC S9(9)V99.
77 WDisponibleEdite PIC -ZZZZZZZZ9.99.
77 WMontantSaisi PIC 9(7)V99.
77 WMontantEdite2 PIC ZZZZZZZZ9.99.
77 WTotalCredit PIC 9(9)V99.
77 WTotalEngage PIC 9(9)V99.
77 WTotalPaye PIC 9(9)V99.
77 WTauxConso PIC 9(4).
77 WTypeAlerteBudget PIC 9(1).
77 WNbAlertesBudget PIC 9(3).
77 WNbEnveloppes PIC 9(3).
77 WTABCount PIC 9(2).
77 WIdxAlerte PIC 9(2).
77 WIdxAb PIC 9(1).

*>Alertes budgétaires relevées pendant un calcul des indemnités
01 TableAlertesBudget.
    02 TAB-Entree OCCURS 50 TIMES.
        03 TAB-Annee PIC 9(4).
        03 TAB-Tribunal PIC 9(3).
        *>1=pas d'enveloppe, 2=seuil d'alerte franchi, 3=enveloppe dépassée
        03 TAB-Type PIC 9(1).
        03 TAB-Taux PIC 9(4).
        03 TAB-Seuil PIC 9(3).

*>Liste fermée des types de juridiction : le libellé est recopié tel quel
*>dans fse_typeTribunal, un même type n'a donc plus qu'une orthographe
01 TableLibellesTypes.
    02 FILLER PIC X(25) VALUE 'Cour d''assises'.
    02 FILLER PIC X(25) VALUE 'Cour d''assises d''appel'.
    02 FILLER PIC X(25) VALUE 'Cour criminelle'.
    02 FILLER PIC X(25) VALUE 'Tribunal judiciaire'.
    02 FILLER PIC X(25) VALUE 'Tribunal correctionnel'.
    02 FILLER PIC X(25) VALUE 'Tribunal de police'.
    02 FILLER PIC X(25) VALUE 'Tribunal de commerce'.
    02 FILLER PIC X(25) VALUE 'Conseil de prud''hommes'.
    02 FILLER PIC X(25) VALUE 'Cour d''appel'.
01 TableTypesJuridiction REDEFINES TableLibellesTypes.
    02 TLT-Libelle PIC X(25) OCCURS 9 TIMES INDEXED BY ITLT.

*>Libellés des profils d'habilitation (rang = fad_profil)
01 TableLibellesProfils.
    02 FILLER PIC X(25) VALUE 'Greffier'.
    02 FILLER PIC X(25) VALUE 'Régisseur d''avances'.
    02 FILLER PIC X(25) VALUE 'Chef de greffe'.
01 TableProfils REDEFINES TableLibellesProfils.
    02 TLP-Libelle PIC X(25) OCCURS 3 TIMES.

*>Motifs d'émission des avis d'audience (ra_motif)
01 TableLibellesMotifsAvis.
    02 FILLER PIC X(12) VALUE 'Fixation'.
    02 FILLER PIC X(12) VALUE 'Report'.
    02 FILLER PIC X(12) VALUE 'Réémission'.
01 TableMotifsAvis REDEFINES TableLibellesMotifsAvis.
    02 TLM-Libelle PIC X(12) OCCURS 3 TIMES.

*>Droits par option de menu : lettre du menu (A=admin, J=jurés,
*>T=juridictions, U=outils...) et numéro d'option, puis un indicateur
*>par profil dans l'ordre greffier, régisseur, chef de greffe.
*>Une option absente de la table est ouverte à tous les profils.
01 TableDroitsOptions.
    02 FILLER PIC X(6) VALUE 'A01101'.
    02 FILLER PIC X(6) VALUE 'A02101'.
    02 FILLER PIC X(6) VALUE 'A03101'.
    02 FILLER PIC X(6) VALUE 'A04101'.
    02 FILLER PIC X(6) VALUE 'A05101'.
    02 FILLER PIC X(6) VALUE 'A08001'.
    02 FILLER PIC X(6) VALUE 'J04001'.
    02 FILLER PIC X(6) VALUE 'J10001'.
    02 FILLER PIC X(6) VALUE 'T02001'.
    02 FILLER PIC X(6) VALUE 'T03001'.
    02 FILLER PIC X(6) VALUE 'T04001'.
    02 FILLER PIC X(6) VALUE 'T05001'.
    02 FILLER PIC X(6) VALUE 'U01101'.
    02 FILLER PIC X(6) VALUE 'U02101'.
    02 FILLER PIC X(6) VALUE 'U04101'.
    02 FILLER PIC X(6) VALUE 'U05101'.
    02 FILLER PIC X(6) VALUE 'U06101'.
    02 FILLER PIC X(6) VALUE 'U07011'.
    02 FILLER PIC X(6) VALUE 'U08001'.
    02 FILLER PIC X(6) VALUE 'U10101'.
    02 FILLER PIC X(6) VALUE 'U11001'.
01 TableHabilitations REDEFINES TableDroitsOptions.
    02 TH-Entree OCCURS 21 TIMES INDEXED BY ITH.
        03 TH-Option.
           04 TH-Menu PIC X(1).
           04 TH-Numero PIC 9(2).
        03 TH-Droit PIC X(1) OCCURS 3 TIMES.

01 WCodeOption.
    02 WCodeMenu PIC X(1).
    02 WNumOption PIC 9(2).

01 TableTypeTribunal.
    02 TT-Entree OCCURS 20 TIMES INDEXED BY ITT.
01 TableJuresSeance.
    02 TJS-Entree OCCURS 100 TIMES INDEXED BY ITJS.
        03 TJS-Matricule PIC 9(6).
        *>Résultat du tirage du jury de jugement (mêmes codes que fc_jury)
        03 TJS-Jury PIC 9(1).
        03 TJS-RecusePar PIC 9(1).
        03 TJS-Rang PIC 9(2).

01 TableRole.
    02 TR-Entree OCCURS 200 TIMES INDEXED BY ITR.
           04 TR-NumSalle PIC 9(2).
        03 TR-NumSeance PIC 9(9).

01 TableOccupation.
    02 TO-Entree OCCURS 200 TIMES INDEXED BY ITO.
        03 TO-Tri.
           04 TO-NumTribunal PIC 9(3).
           04 TO-NumSalle PIC 9(2).
        03 TO-Capacite PIC 9(3).
        03 TO-MinReservees PIC 9(7).
        03 TO-NbProgrammees PIC 9(4).
        03 TO-NbTenues PIC 9(4).
        03 TO-NbRenvoyees PIC 9(4).
        03 TO-NbAnnulees PIC 9(4).
        03 TO-NbConvoques PIC 9(6).
        03 TO-NbSeancesJures PIC 9(4).

*>Régimes procéduraux à délai légal de jugement (rang = fa_regime) :
*>délai initial en mois, durée d'une prolongation, nombre maximal
01 TableLibellesRegimes.
    02 FILLER PIC X(35) VALUE 'Accusé détenu - cour d''assises'.
    02 FILLER PIC 9(2) VALUE 12.
    02 FILLER PIC 9(2) VALUE 6.
    02 FILLER PIC 9(1) VALUE 2.
    02 FILLER PIC X(35) VALUE 'Accusé détenu - cour criminelle'.
    02 FILLER PIC 9(2) VALUE 6.
    02 FILLER PIC 9(2) VALUE 6.
    02 FILLER PIC 9(1) VALUE 1.
    02 FILLER PIC X(35) VALUE 'Appel - accusé détenu'.
    02 FILLER PIC 9(2) VALUE 12.
    02 FILLER PIC 9(2) VALUE 6.
    02 FILLER PIC 9(1) VALUE 1.
01 TableRegimesProcedure REDEFINES TableLibellesRegimes.
    02 TRP-Entree OCCURS 3 TIMES INDEXED BY ITRP.
        03 TRP-Libelle PIC X(35).
        03 TRP-Delai PIC 9(2).
        03 TRP-Prolongation PIC 9(2).
        03 TRP-MaxProlong PIC 9(1).

01 TableEcheancier.
    02 TE-Entree OCCURS 500 TIMES INDEXED BY ITE.
        03 TE-Tri.
           04 TE-DateTri PIC 9(8).
           04 TE-Ref PIC A(9).
        03 TE-Regime PIC 9(1).
        03 TE-DateSaisine PIC 9(8).
        03 TE-DateLimite PIC 9(8).
        03 TE-NumSeance PIC 9(9).
        03 TE-DateSeance PIC 9(8).

*>Lignes de l'affaire en cours d'import : en-tête puis dossier
01 TableImportAffaire.
    02 TIA-Entree OCCURS 50 TIMES INDEXED BY ITIA.
        03 TIA-Ligne PIC X(200).

01 TableAffairesArch.
    02 TAA-Entree OCCURS 200 TIMES INDEXED BY ITAA.
        03 TAA-RefAffaire PIC A(9).
        03 TSA-NumSeance PIC 9(9).

PROCEDURE DIVISION.
    *>Un fichier parametres.txt présent au démarrage déclenche la
    *>chaîne de nuit sans opérateur ; sinon, menus habituels.
    MOVE 0 TO WBatch
    PERFORM LireParametresBatch
    IF WBatch = 1
        PERFORM ExecuterChaineBatch
        MOVE WCodeRetourChaine TO RETURN-CODE
    ELSE
        PERFORM MenuPrincipal
    END-IF
STOP RUN.

LireParametresBatch.
    *>Une ligne par étape de la chaîne de nuit, exécutées dans l'ordre :
    *>traitement;date début;date fin;numéro de tribunal;calendrier
    *>Traitements : ROLE, INDEMNITES, BILAN, COHERENCE, IMPORT, REPONSES,
    *>ARCHIVAGE (date début = exercice AAAA), OCCUPATION (date début = un
    *>jour du mois, tribunal à 0 pour tous), AFFAIRES, ECHEANCIER (date
    *>début = date de référence, tribunal = horizon d'alerte en jours),
    *>BUDGET (date début = année AAAA, 0 pour l'année en cours)
    *>Calendrier : vide ou TOUS, VENDREDI, FINMOIS (dernier jour du mois)
    *>Une ligne SEUIL;nn fixe le code retour au-delà duquel la chaîne
    *>s'arrête (4 par défaut : un fichier d'entrée absent n'arrête rien).
    MOVE 0 TO WTECCount
    MOVE 0 TO WEtapesEnTrop
    MOVE 4 TO WSeuilChaine
    OPEN INPUT FParametres
    IF paramCR = 0
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FParametres
            AT END
                MOVE 1 TO WFin
            NOT AT END
                IF ligneParametre NOT = SPACES
                    PERFORM ChargerEtapeChaine
                END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE FParametres
    IF WTECCount > 0
        MOVE 1 TO WBatch
    END-IF
.

ChargerEtapeChaine.
    MOVE SPACES TO WChampTrait
    MOVE SPACES TO WChampBDate1
    MOVE SPACES TO WChampBDate2
    MOVE SPACES TO WChampBTrib
    MOVE SPACES TO WChampBCalendrier
    UNSTRING ligneParametre DELIMITED BY ';'
        INTO WChampTrait WChampBDate1 WChampBDate2 WChampBTrib
             WChampBCalendrier
    END-UNSTRING
    IF WChampTrait = 'SEUIL'
        IF WChampBDate1(1:2) IS NUMERIC AND WChampBDate1(3:) = SPACES
            MOVE WChampBDate1(1:2) TO WSeuilChaine
        ELSE
            IF WChampBDate1(1:1) IS NUMERIC AND WChampBDate1(2:) = SPACES
                MOVE WChampBDate1(1:1) TO WSeuilChaine
            END-IF
        END-IF
    ELSE
    IF WTECCount >= 20
        MOVE 1 TO WEtapesEnTrop
    ELSE
        ADD 1 TO WTECCount
        MOVE WChampTrait TO TEC-Traitement(WTECCount)
        MOVE 0 TO TEC-Date1(WTECCount)
        MOVE 0 TO TEC-Date2(WTECCount)
        MOVE 0 TO TEC-Trib(WTECCount)
        IF WChampBDate1 IS NUMERIC
            MOVE WChampBDate1 TO TEC-Date1(WTECCount)
        ELSE
            *>L'exercice de l'ARCHIVAGE se saisit sur 4 chiffres :
            *>le champ arrive complété d'espaces
            IF WChampBDate1(1:4) IS NUMERIC
               AND WChampBDate1(5:4) = SPACES
                MOVE WChampBDate1(1:4) TO TEC-Date1(WTECCount)
            END-IF
        END-IF
        IF WChampBDate2 IS NUMERIC
            MOVE WChampBDate2 TO TEC-Date2(WTECCount)
        END-IF
        IF WChampBTrib IS NUMERIC
            MOVE WChampBTrib TO TEC-Trib(WTECCount)
        END-IF
        MOVE WChampBCalendrier TO TEC-Calendrier(WTECCount)
        MOVE SPACES TO TEC-Etat(WTECCount)
        MOVE 0 TO TEC-CodeRetour(WTECCount)
        MOVE 0 TO TEC-DateFin(WTECCount)
    END-IF
    END-IF
.

ExecuterChaineBatch.
    *>Chaîne de nuit : les étapes s'enchaînent dans un seul passage,
    *>journal.txt reçoit une section datée par étape à la suite des nuits
    *>précédentes, et chaine.txt garde trace des étapes terminées pour
    *>qu'une relance reparte de l'étape en échec. Supprimer chaine.txt
    *>force une chaîne complète.
    MOVE 'BATCH' TO WAgent
    MOVE 0 TO WCodeRetourChaine
    MOVE 0 TO WArretChaine
    ACCEPT dateAjd FROM DATE YYYYMMDD
    ACCEPT WHeure FROM TIME
    MOVE dateAjd TO WDateChaine
    OPEN EXTEND FJournal
    IF journalCR <> 0
        OPEN OUTPUT FJournal
    END-IF
    MOVE '========================================' TO ligneJournal
    WRITE ligneJournal
    MOVE SPACES TO ligneJournal
    STRING 'CHAINE DE NUIT lancée le ' DELIMITED BY SIZE
           dateAjd DELIMITED BY SIZE
           ' à ' DELIMITED BY SIZE
           WHeure(1:6) DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WTECCount DELIMITED BY SIZE
           ' étape(s), arrêt au-delà du code retour ' DELIMITED BY SIZE
           WSeuilChaine DELIMITED BY SIZE
        INTO ligneJournal
    END-STRING
    WRITE ligneJournal
    IF WEtapesEnTrop = 1
        MOVE 8 TO WCodeRetourChaine
        MOVE 1 TO WArretChaine
        MOVE 'Plus de 20 étapes dans parametres.txt : chaîne non lancée.' TO ligneJournal
        WRITE ligneJournal
    ELSE
        PERFORM LireRepriseChaine
        MOVE 'EN COURS' TO WEtatChaine
        PERFORM VARYING WNumEtape FROM 1 BY 1
                UNTIL WNumEtape > WTECCount OR WArretChaine = 1
            IF TEC-Etat(WNumEtape) = 'TERMINEE'
                MOVE SPACES TO ligneJournal
                STRING 'ETAPE ' DELIMITED BY SIZE
                       WNumEtape DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       TEC-Traitement(WNumEtape) DELIMITED BY SIZE
                       ' déjà terminée le ' DELIMITED BY SIZE
                       TEC-DateFin(WNumEtape) DELIMITED BY SIZE
                       ' (code retour ' DELIMITED BY SIZE
                       TEC-CodeRetour(WNumEtape) DELIMITED BY SIZE
                       '), non relancée' DELIMITED BY SIZE
                    INTO ligneJournal
                END-STRING
                WRITE ligneJournal
            ELSE
                PERFORM ExecuterEtapeChaine
            END-IF
        END-PERFORM
    END-IF
    IF WArretChaine = 1
        MOVE 'ECHEC' TO WEtatChaine
    ELSE
        MOVE 'TERMINEE' TO WEtatChaine
    END-IF
    PERFORM EcrireRepriseChaine
    MOVE '========================================' TO ligneJournal
    WRITE ligneJournal
    MOVE SPACES TO ligneJournal
    STRING 'FIN DE CHAINE - ' DELIMITED BY SIZE
           WEtatChaine DELIMITED BY SIZE
           ' - code retour ' DELIMITED BY SIZE
           WCodeRetourChaine DELIMITED BY SIZE
        INTO ligneJournal
    END-STRING
    WRITE ligneJournal
    CLOSE FJournal
.

LireRepriseChaine.
    *>Reprise : si la chaîne précédente ne s'est pas terminée (ECHEC, ou
    *>EN COURS après un arrêt brutal), ses étapes terminées ne sont pas
    *>relancées et le calendrier reste celui de la nuit d'origine. La
    *>reprise est abandonnée si la liste des étapes a changé depuis.
    MOVE 0 TO WRepriseChaine
    MOVE 0 TO WNbEtapesReprises
    OPEN INPUT FChaine
    IF chaineCR = 0
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FChaine
            AT END MOVE 1 TO WFin
            NOT AT END
                IF ch_type = 'C'
                    IF ch_etat = 'ECHEC' OR ch_etat = 'EN COURS'
                        IF ch_numEtape = WTECCount
                            MOVE 1 TO WRepriseChaine
                            MOVE ch_date TO WDateReprise
                        ELSE
                            MOVE 2 TO WRepriseChaine
                            MOVE 1 TO WFin
                        END-IF
                    ELSE
                        MOVE 1 TO WFin
                    END-IF
                ELSE
                    IF WRepriseChaine = 1 AND ch_numEtape IS NUMERIC
                        IF ch_numEtape < 1 OR ch_numEtape > WTECCount
                            MOVE 2 TO WRepriseChaine
                        ELSE
                            IF TEC-Traitement(ch_numEtape) <> ch_traitement
                                MOVE 2 TO WRepriseChaine
                            ELSE
                                IF ch_etat = 'TERMINEE'
                                    MOVE 'TERMINEE' TO TEC-Etat(ch_numEtape)
                                    MOVE ch_codeRetour TO TEC-CodeRetour(ch_numEtape)
                                    MOVE ch_date TO TEC-DateFin(ch_numEtape)
                                    ADD 1 TO WNbEtapesReprises
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE FChaine
    EVALUATE WRepriseChaine
        WHEN 1
            MOVE WDateReprise TO WDateChaine
            MOVE SPACES TO ligneJournal
            STRING 'REPRISE de la chaîne du ' DELIMITED BY SIZE
                   WDateChaine DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WNbEtapesReprises DELIMITED BY SIZE
                   ' étape(s) déjà terminée(s)' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
            WRITE ligneJournal
        WHEN 2
            PERFORM VARYING WIdxEtape FROM 1 BY 1 UNTIL WIdxEtape > WTECCount
                MOVE SPACES TO TEC-Etat(WIdxEtape)
                MOVE 0 TO TEC-CodeRetour(WIdxEtape)
                MOVE 0 TO TEC-DateFin(WIdxEtape)
            END-PERFORM
            MOVE 'Liste des étapes modifiée depuis la chaîne en échec : chaîne relancée en entier.' TO ligneJournal
            WRITE ligneJournal
    END-EVALUATE
.

ExecuterEtapeChaine.
    MOVE TEC-Traitement(WNumEtape) TO WBatchTraitement
    MOVE TEC-Date1(WNumEtape) TO WBatchDate1
    MOVE TEC-Date2(WNumEtape) TO WBatchDate2
    MOVE TEC-Trib(WNumEtape) TO WBatchTrib
    *>Etapes hebdomadaires ou mensuelles : jugées sur la date de la nuit
    *>traitée (le jour 1 du calendrier des dates entières est un lundi)
    EVALUATE TEC-Calendrier(WNumEtape)
        WHEN SPACES
        WHEN 'TOUS'
            MOVE 1 TO WEtapeDuJour
        WHEN 'VENDREDI'
            MOVE 0 TO WEtapeDuJour
            IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WDateChaine) - 1, 7) = 4
                MOVE 1 TO WEtapeDuJour
            END-IF
        WHEN 'FINMOIS'
            MOVE 0 TO WEtapeDuJour
            COMPUTE WDateCalc = FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(WDateChaine) + 1)
            IF FUNCTION MOD(WDateCalc, 100) = 1
                MOVE 1 TO WEtapeDuJour
            END-IF
        WHEN OTHER
            MOVE 2 TO WEtapeDuJour
    END-EVALUATE
    IF WEtapeDuJour = 0
        MOVE 'IGNOREE' TO TEC-Etat(WNumEtape)
        MOVE SPACES TO ligneJournal
        STRING 'ETAPE ' DELIMITED BY SIZE
               WNumEtape DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WBatchTraitement DELIMITED BY SIZE
               ' non prévue le ' DELIMITED BY SIZE
               WDateChaine DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               TEC-Calendrier(WNumEtape) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
            INTO ligneJournal
        END-STRING
        WRITE ligneJournal
    ELSE
        *>L'étape est notée en cours avant de démarrer : un arrêt brutal
        *>la laisse à relancer
        MOVE 'EN COURS' TO TEC-Etat(WNumEtape)
        PERFORM EcrireRepriseChaine
        IF WEtapeDuJour = 2
            MOVE '----------------------------------------' TO ligneJournal
            WRITE ligneJournal
            MOVE 8 TO WCodeRetour
            MOVE SPACES TO ligneJournal
            STRING 'ETAPE ' DELIMITED BY SIZE
                   WNumEtape DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WBatchTraitement DELIMITED BY SIZE
                   ' - calendrier inconnu : ' DELIMITED BY SIZE
                   TEC-Calendrier(WNumEtape) DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
            WRITE ligneJournal
        ELSE
            PERFORM ExecuterTraitementBatch
        END-IF
        MOVE WCodeRetour TO TEC-CodeRetour(WNumEtape)
        ACCEPT TEC-DateFin(WNumEtape) FROM DATE YYYYMMDD
        IF WCodeRetour > WCodeRetourChaine
            MOVE WCodeRetour TO WCodeRetourChaine
        END-IF
        IF WCodeRetour > WSeuilChaine
            MOVE 'ECHEC' TO TEC-Etat(WNumEtape)
            MOVE 1 TO WArretChaine
            MOVE SPACES TO ligneJournal
            STRING 'Chaîne arrêtée : code retour ' DELIMITED BY SIZE
                   WCodeRetour DELIMITED BY SIZE
                   ' supérieur au seuil ' DELIMITED BY SIZE
                   WSeuilChaine DELIMITED BY SIZE
                   ', relance à partir de cette étape' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
            WRITE ligneJournal
        ELSE
            MOVE 'TERMINEE' TO TEC-Etat(WNumEtape)
            PERFORM EcrireRepriseChaine
        END-IF
    END-IF
.

EcrireRepriseChaine.
    *>chaine.txt est réécrit en entier à chaque changement d'état
    OPEN OUTPUT FChaine
    MOVE SPACES TO ligneChaine
    MOVE 'C' TO ch_type
    MOVE WTECCount TO ch_numEtape
    MOVE 'CHAINE' TO ch_traitement
    MOVE WDateChaine TO ch_date
    MOVE WCodeRetourChaine TO ch_codeRetour
    MOVE WEtatChaine TO ch_etat
    WRITE ligneChaine
    PERFORM VARYING WIdxEtape FROM 1 BY 1 UNTIL WIdxEtape > WTECCount
        IF TEC-Etat(WIdxEtape) NOT = SPACES
            MOVE SPACES TO ligneChaine
            MOVE 'E' TO ch_type
            MOVE WIdxEtape TO ch_numEtape
            MOVE TEC-Traitement(WIdxEtape) TO ch_traitement
            MOVE TEC-DateFin(WIdxEtape) TO ch_date
            MOVE TEC-CodeRetour(WIdxEtape) TO ch_codeRetour
            MOVE TEC-Etat(WIdxEtape) TO ch_etat
            WRITE ligneChaine
        END-IF
    END-PERFORM
    CLOSE FChaine
.

ExecuterTraitementBatch.
    *>Une étape de la chaîne : section datée dans journal.txt, ouvert
    *>par ExecuterChaineBatch
    MOVE 0 TO WCodeRetour
    ACCEPT dateAjd FROM DATE YYYYMMDD
    ACCEPT WHeure FROM TIME
    MOVE '----------------------------------------' TO ligneJournal
    WRITE ligneJournal
    MOVE SPACES TO ligneJournal
    STRING 'DEBUT ETAPE ' DELIMITED BY SIZE
           WNumEtape DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           WBatchTraitement DELIMITED BY SIZE
           ' le ' DELIMITED BY SIZE
           dateAjd DELIMITED BY SIZE
           ' à ' DELIMITED BY SIZE
           WHeure(1:6) DELIMITED BY SIZE
           ' - période ' DELIMITED BY SIZE
           WBatchDate1 DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
        WHEN 'ARCHIVAGE'
            PERFORM ArchiverExercice
            PERFORM JournaliserCompteur
        WHEN 'OCCUPATION'
            PERFORM EditerOccupationSalles
            PERFORM JournaliserCompteur
        WHEN 'AFFAIRES'
            PERFORM ImporterAffaires
            PERFORM JournaliserCompteur
        WHEN 'ECHEANCIER'
            PERFORM EditerEcheancier
            PERFORM JournaliserCompteur
        WHEN 'BUDGET'
            PERFORM EditerSuiviBudgetaire
            PERFORM JournaliserCompteur
        WHEN OTHER
            MOVE 8 TO WCodeRetour
            MOVE SPACES TO ligneJournal
            WRITE ligneJournal
    END-EVALUATE
    MOVE SPACES TO ligneJournal
    STRING 'FIN ETAPE ' DELIMITED BY SIZE
           WNumEtape DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           WBatchTraitement DELIMITED BY SIZE
           ' - code retour ' DELIMITED BY SIZE
           WCodeRetour DELIMITED BY SIZE
        INTO ligneJournal
    END-STRING
    WRITE ligneJournal
.

SignalerAbandonBatch.
            STRING WNbJuresPayes DELIMITED BY SIZE
                   ' état(s) de paiement, ' DELIMITED BY SIZE
                   WNbVirements DELIMITED BY SIZE
                   ' virement(s) dans virements.txt, ' DELIMITED BY SIZE
                   WNbAlertesBudget DELIMITED BY SIZE
                   ' alerte(s) budgétaire(s)' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
        WHEN 'BILAN'
                   ' ligne(s) d''historique purgée(s)' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
        WHEN 'OCCUPATION'
            STRING WNbSallesOcc DELIMITED BY SIZE
                   ' salle(s) dans occupation.txt, dont ' DELIMITED BY SIZE
                   WNbSallesSousSeuil DELIMITED BY SIZE
                   ' sous le seuil d''occupation' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
        WHEN 'AFFAIRES'
            STRING WNbImport DELIMITED BY SIZE
                   ' affaire(s) importée(s), ' DELIMITED BY SIZE
                   WNbElemImport DELIMITED BY SIZE
                   ' élément(s) de dossier, ' DELIMITED BY SIZE
                   WNbRejets DELIMITED BY SIZE
                   ' rejet(s)' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
        WHEN 'ECHEANCIER'
            STRING WNbEcheances DELIMITED BY SIZE
                   ' affaire(s) dans echeancier.txt, ' DELIMITED BY SIZE
                   WNbAlertes DELIMITED BY SIZE
                   ' à signaler' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
        WHEN 'BUDGET'
            STRING WNbEnveloppes DELIMITED BY SIZE
                   ' enveloppe(s) dans budget.txt, ' DELIMITED BY SIZE
                   WNbAlertesBudget DELIMITED BY SIZE
                   ' au-delà du seuil d''alerte' DELIMITED BY SIZE
                INTO ligneJournal
            END-STRING
    END-EVALUATE
    WRITE ligneJournal
    END-IF
            DISPLAY 'Nom ou prénom inconnu, accès refusé.'
        ELSE
            CLOSE FJures
            MOVE fj_matricule TO WMatricule
            MOVE SPACES TO WAgent
            STRING 'JURE ' DELIMITED BY SIZE
                   fj_matricule DELIMITED BY SIZE
                INTO WAgent
            END-STRING
            DISPLAY '----------------'
            DISPLAY 'Menu Juré:'
            DISPLAY '  1 : Consulter vos prochaines séances'
            DISPLAY '  2 : Déclarer une indisponibilité'
            DISPLAY '  3 : Consulter vos indisponibilités'
            DISPLAY '----------------'
            DISPLAY '0 : Quitter'
            ACCEPT choixMenu
            EVALUATE choixMenu
                WHEN 1 PERFORM ConsulterProchainesSeances
                WHEN 2 MOVE 0 TO WOrigineIndispo
                       PERFORM SaisirIndisponibilite
                WHEN 3 PERFORM ConsulterIndisponibilites
            END-EVALUATE
        END-IF
    END-IF
        OPEN I-O FAdmins
        MOVE WIdentifiant TO fad_identifiant
        MOVE WMotDePasse TO fad_motDePasse
        *>Le premier compte gère les autres : il est chef de greffe
        MOVE 3 TO fad_profil
        WRITE adminTampon END-WRITE
        CLOSE FAdmins
        DISPLAY 'Compte administrateur créé avec le profil chef de greffe, connexion...'
        PERFORM OuvrirSessionAgent
        PERFORM MenuAdmin
    ELSE
        READ FAdmins
        ELSE
            IF fad_motDePasse = WMotDePasse
                CLOSE FAdmins
                PERFORM OuvrirSessionAgent
                PERFORM MenuAdmin
            ELSE
                CLOSE FAdmins
    END-IF
.

OuvrirSessionAgent.
    *>Le tampon porte le compte authentifié : son identifiant signe
    *>l'historique et les paiements, son profil ouvre les options.
    MOVE fad_identifiant TO WAgent
    IF fad_profil IS NOT NUMERIC OR fad_profil < 1 OR fad_profil > 3
        *>Comptes créés avant les profils : il faut bien qu'un agent
        *>puisse encore attribuer les profils, l'accès reste complet.
        DISPLAY 'Aucun profil n''est attribué à ce compte : accès chef de greffe.'
        DISPLAY 'Faites attribuer un profil depuis la gestion des comptes.'
        MOVE 3 TO WProfil
    ELSE
        MOVE fad_profil TO WProfil
    END-IF
    PERFORM LibellerProfil
    DISPLAY 'Connecté : ', WAgent, ' (', WLibelleProfil, ')'
.

LibellerProfil.
    IF WProfil >= 1 AND WProfil <= 3
        MOVE TLP-Libelle(WProfil) TO WLibelleProfil
    ELSE
        MOVE 'Profil non renseigné' TO WLibelleProfil
    END-IF
.

VerifierHabilitation.
    *>L'option WCodeOption est-elle ouverte au profil connecté ?
    MOVE 1 TO WAutorise
    PERFORM VARYING ITH FROM 1 BY 1 UNTIL ITH > 21
        IF TH-Option(ITH) = WCodeOption
            IF TH-Droit(ITH, WProfil) = '0'
                MOVE 0 TO WAutorise
            END-IF
        END-IF
    END-PERFORM
    IF WAutorise = 0
        DISPLAY 'Option non autorisée pour le profil ', WLibelleProfil
    END-IF
.

MenuAdmin.
PERFORM WITH TEST AFTER UNTIL choixMenu = 0
       DISPLAY '----------------'
       DISPLAY 'Menu Admin (', WAgent, ' - ', WLibelleProfil, ') :'
       DISPLAY '   1 : Gestion Jurés'
       DISPLAY '   2 : Gestion Convocations'
       DISPLAY '   3 : Gestion Séances'
       DISPLAY '   4 : Gestion Affaires'
       DISPLAY '   5 : Gestion Salles'
       DISPLAY '   6 : Outils'
       DISPLAY '   7 : Gestion Juridictions'
       DISPLAY '   8 : Gestion des comptes agents'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'
       
       ACCEPT choixMenu
       MOVE 'A' TO WCodeMenu
       MOVE choixMenu TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenu
               WHEN 1 PERFORM MenuGestionJures
               WHEN 2 PERFORM MenuGestionConvocations
               WHEN 3 PERFORM MenuGestionSeances
               WHEN 4 PERFORM MenuGestionAffaires
               WHEN 5 PERFORM MenuGestionSalles
               WHEN 6 PERFORM MenuUtilitaire
               WHEN 7 PERFORM MenuGestionTribunaux
               WHEN 8 PERFORM MenuGestionComptes
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionJures.
       DISPLAY '   8 : Radier ou dispenser un juré'
       DISPLAY '   9 : Etat de service d''un juré'
       DISPLAY '  10 : Régler la durée du repos légal'
       DISPLAY '  11 : Indisponibilités d''un juré'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       MOVE 'J' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM ConsulterJures
               WHEN 2 PERFORM AjouterJure
               WHEN 3 PERFORM ModifierJure
               WHEN 4 PERFORM SupprimerJure
               WHEN 5 PERFORM RechercherJuresNonConvoques
               WHEN 6 PERFORM RechercherJuresLimiteAge
               WHEN 7 PERFORM ImporterJures
               WHEN 8 PERFORM RadierDispenserJure
               WHEN 9 PERFORM EtatServiceJure
               WHEN 10 PERFORM ReglerDureeRepos
               WHEN 11 PERFORM MenuIndisponibilites
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionConvocations.
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       MOVE 'C' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM ConsulterConvocations
               WHEN 2 PERFORM AjouterConvocation
               WHEN 3 PERFORM ModifierConvocation
               WHEN 4 PERFORM SupprimerConvocation
               WHEN 5 PERFORM RechercherConvosNonValides
               WHEN 6 PERFORM RechercherConvosUrgentes
               WHEN 7 PERFORM MenuRegistreDefaillants
               WHEN 8 PERFORM ImporterReponses
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionSeances.
       DISPLAY '   5 : Rechercher les séances à venir d''un juré'
       DISPLAY '   6 : Constituer le jury par tirage au sort'
       DISPLAY '   7 : Clôturer une séance'
       DISPLAY '   8 : Ouvrir l''audience : constituer le jury de jugement'
       DISPLAY '   9 : Avis d''audience aux parties et avocats'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       MOVE 'S' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM ConsulterSeances
               WHEN 2 PERFORM AjouterSeance
               WHEN 3 PERFORM ModifierSeance
               WHEN 4 PERFORM SupprimerSeance
               WHEN 5 PERFORM RechercherSeancesJureVenir
               WHEN 6 PERFORM TirageAuSortJury
               WHEN 7 PERFORM CloturerSeance
               WHEN 8 PERFORM ConstituerJuryJugement
               WHEN 9 PERFORM MenuAvisAudience
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionAffaires.
       DISPLAY '   5 : Classer une Affaire'
       DISPLAY '   6 : Dossier d''une affaire (nature, parties, avocats)'
       DISPLAY '   7 : Editer la fiche récapitulative d''une affaire'
       DISPLAY '   8 : Importer les affaires du bureau d''ordre'
       DISPLAY '   9 : Prolonger le délai de jugement d''une affaire'
       DISPLAY '  10 : Echéancier des délais de procédure'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       MOVE 'F' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM ConsulterAffaires
               WHEN 2 PERFORM AjouterAffaire
               WHEN 3 PERFORM ModifierAffaire
               WHEN 4 PERFORM SupprimerAffaire
               WHEN 5 PERFORM ClasserAffaire
               WHEN 6 PERFORM MenuDossierAffaire
               WHEN 7 PERFORM EditerFicheAffaire
               WHEN 8 PERFORM ImporterAffaires
               WHEN 9 PERFORM ProlongerDelaiAffaire
               WHEN 10 PERFORM EditerEcheancier
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionSalles.
       DISPLAY '0 : Quitter'
       
       ACCEPT choixMenuSec
       MOVE 'L' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM ConsulterSalles
               WHEN 2 PERFORM AjouterSalle
               WHEN 3 PERFORM ModifierSalle
               WHEN 4 PERFORM SupprimerSalle
               WHEN 5 PERFORM RechercherSallesLibres
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionTribunaux.
PERFORM WITH TEST AFTER UNTIL choixMenuSec = 0
       DISPLAY '----------------'
       DISPLAY 'Menu Juridictions :'
       DISPLAY '   1 : Consulter'
       DISPLAY '   2 : Ajouter'
       DISPLAY '   3 : Modifier'
       DISPLAY '   4 : Supprimer'
       DISPLAY '   5 : Enveloppes budgétaires des indemnités de jurés'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       MOVE 'T' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM ConsulterTribunaux
               WHEN 2 PERFORM AjouterTribunal
               WHEN 3 PERFORM ModifierTribunal
               WHEN 4 PERFORM SupprimerTribunal
               WHEN 5 PERFORM MenuBudgets
           END-EVALUATE
       END-IF
END-PERFORM.

MenuGestionComptes.
PERFORM WITH TEST AFTER UNTIL choixMenuSec = 0
       DISPLAY '----------------'
       DISPLAY 'Menu Comptes agents :'
       DISPLAY '   1 : Consulter'
       DISPLAY '   2 : Ajouter'
       DISPLAY '   3 : Modifier le profil'
       DISPLAY '   4 : Supprimer'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       EVALUATE choixMenuSec
           WHEN 1 PERFORM ConsulterComptes
           WHEN 2 PERFORM AjouterCompte
           WHEN 3 PERFORM ModifierProfilCompte
           WHEN 4 PERFORM SupprimerCompte
       END-EVALUATE
END-PERFORM.

ConsulterComptes.
    OPEN INPUT FAdmins
    IF adminCR <> 0
        DISPLAY 'Aucun compte enregistré.'
    ELSE
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FAdmins NEXT
            AT END MOVE 1 TO WFin
            NOT AT END
                IF fad_profil IS NUMERIC
                    MOVE fad_profil TO WProfil2
                ELSE
                    MOVE 0 TO WProfil2
                END-IF
                PERFORM LibellerProfilCompte
                DISPLAY fad_identifiant, ' : ', WLibelleProfil2
        END-PERFORM
    END-IF
    CLOSE FAdmins
.

LibellerProfilCompte.
    IF WProfil2 >= 1 AND WProfil2 <= 3
        MOVE TLP-Libelle(WProfil2) TO WLibelleProfil2
    ELSE
        MOVE 'Profil non renseigné' TO WLibelleProfil2
    END-IF
.

SaisirProfilCompte.
    DISPLAY 'Profil :'
    DISPLAY '   1 : Greffier'
    DISPLAY '   2 : Régisseur d''avances'
    DISPLAY '   3 : Chef de greffe'
    MOVE 0 TO WProfil2
    PERFORM WITH TEST AFTER UNTIL WProfil2 >= 1 AND WProfil2 <= 3
        ACCEPT WProfil2
    END-PERFORM
    MOVE WProfil2 TO fad_profil
.

AjouterCompte.
    OPEN I-O FAdmins
    IF adminCR <> 0
        OPEN OUTPUT FAdmins
        CLOSE FAdmins
        OPEN I-O FAdmins
    END-IF
    DISPLAY 'Identifiant :'
    ACCEPT fad_identifiant
    READ FAdmins KEY IS fad_identifiant
    INVALID KEY
        DISPLAY 'Mot de passe :'
        ACCEPT fad_motDePasse
        PERFORM SaisirProfilCompte
        WRITE adminTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture'
        NOT INVALID KEY
            DISPLAY 'Compte créé.'
        END-WRITE
    NOT INVALID KEY
        DISPLAY 'Ce compte existe déjà.'
    END-READ
    CLOSE FAdmins
.

ModifierProfilCompte.
    OPEN I-O FAdmins
    IF adminCR <> 0
        DISPLAY 'Aucun compte enregistré.'
    ELSE
        DISPLAY 'Identifiant :'
        ACCEPT fad_identifiant
        READ FAdmins KEY IS fad_identifiant
        INVALID KEY
            DISPLAY 'Compte inconnu !'
        NOT INVALID KEY
            *>Un chef de greffe ne peut pas s'attribuer un autre profil
            IF fad_identifiant = WAgent
                DISPLAY 'Vous ne pouvez pas modifier votre propre profil.'
            ELSE
                *>Le mot de passe n'est pas recopié dans l'historique
                MOVE adminTampon TO hi_avant
                MOVE SPACES TO hi_avant(21:20)
                PERFORM SaisirProfilCompte
                REWRITE adminTampon
                INVALID KEY
                    DISPLAY 'Erreur d''écriture'
                NOT INVALID KEY
                    DISPLAY 'Profil modifié.'
                    MOVE fad_identifiant TO hi_cle
                    MOVE adminTampon TO hi_apres
                    MOVE SPACES TO hi_apres(21:20)
                    MOVE 'MODIF' TO hi_operation
                    MOVE 'ADMINS' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-REWRITE
            END-IF
        END-READ
    END-IF
    CLOSE FAdmins
.

SupprimerCompte.
    OPEN I-O FAdmins
    IF adminCR <> 0
        DISPLAY 'Aucun compte enregistré.'
    ELSE
        DISPLAY 'Identifiant :'
        ACCEPT fad_identifiant
        READ FAdmins KEY IS fad_identifiant
        INVALID KEY
            DISPLAY 'Compte inconnu !'
        NOT INVALID KEY
            IF fad_identifiant = WAgent
                DISPLAY 'Vous ne pouvez pas supprimer votre propre compte.'
            ELSE
                DISPLAY 'Souhaitez vous vraiment supprimer le compte ', fad_identifiant, ' ? 1/0'
                ACCEPT WRep
                IF WRep = 1
                    MOVE adminTampon TO hi_avant
                    MOVE SPACES TO hi_avant(21:20)
                    DELETE FAdmins RECORD
                    INVALID KEY
                        DISPLAY 'Erreur de suppression'
                    NOT INVALID KEY
                        DISPLAY 'Compte supprimé'
                        MOVE fad_identifiant TO hi_cle
                        MOVE SPACES TO hi_apres
                        MOVE 'SUPPR' TO hi_operation
                        MOVE 'ADMINS' TO hi_fichier
                        PERFORM EnregistrerHistorique
                    END-DELETE
                ELSE
                    DISPLAY 'Suppression annulée'
                END-IF
            END-IF
        END-READ
    END-IF
    CLOSE FAdmins
.

MenuUtilitaire.
PERFORM WITH TEST AFTER UNTIL choixMenuSec = 0
       DISPLAY '----------------'
       DISPLAY 'Menu Utilitaire :'
       DISPLAY '   1 : Afficher les séances non-réglementaires'
       DISPLAY '           * Séances avec un nombre de jurés incorrect'
       DISPLAY '   2 : Générer les convocations à envoyer pour une séance'
       DISPLAY '   3 : Bilan annuel'
       DISPLAY '   4 : Calculer les indemnités de session des jurés'
       DISPLAY '   5 : Editer le rôle d''audience hebdomadaire'
       DISPLAY '   6 : Contrôler la cohérence des fichiers'
       DISPLAY '   7 : Pointer les virements confirmés par la trésorerie'
       DISPLAY '   8 : Archiver l''exercice écoulé'
       DISPLAY '   9 : Consulter les archives'
       DISPLAY '  10 : Etat mensuel d''occupation des salles'
       DISPLAY '  11 : Régler les horaires d''ouverture des salles'
       DISPLAY '  12 : Etat de consommation des crédits d''indemnités'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuSec
       MOVE 'U' TO WCodeMenu
       MOVE choixMenuSec TO WNumOption
       PERFORM VerifierHabilitation
       IF WAutorise = 1
           EVALUATE choixMenuSec
               WHEN 1 PERFORM AfficherSeancesIncorrectes
               WHEN 2 PERFORM GenererConvocations
               WHEN 3 PERFORM BilanAnnuel
               WHEN 4 PERFORM CalculerIndemnites
               WHEN 5 PERFORM EditerRoleAudience
               WHEN 6 PERFORM ControleCoherence
               WHEN 7 PERFORM PointerVirements
               WHEN 8 PERFORM ArchiverExercice
               WHEN 9 PERFORM MenuConsultationArchives
               WHEN 10 PERFORM EditerOccupationSalles
               WHEN 11 PERFORM ReglerHorairesOuverture
               WHEN 12 PERFORM EditerSuiviBudgetaire
           END-EVALUATE
       END-IF
END-PERFORM.

ConsulterProchainesSeances.
    OPEN INPUT FSeances
    IF seanceCR = 0
       OPEN INPUT FConvocations
       MOVE 0 TO WFin
       IF convoCR = 0
           DISPLAY 'Saisissez votre nom :'
           ACCEPT nomJure
           DISPLAY 'Saisissez votre prénom :'
           ACCEPT prenomJure
           MOVE 0 TO WDate
           ACCEPT dateAjd FROM DATE YYYYMMDD
           OPEN INPUT FJures
           MOVE 0 TO WMatricule
           IF jureCR = 0
               MOVE nomJure TO fj_nom
               MOVE prenomJure TO fj_prenom
               READ FJures KEY IS fj_cle
               NOT INVALID KEY
                   MOVE fj_matricule TO WMatricule
               END-READ
               CLOSE FJures
           END-IF
           MOVE WMatricule TO fc_jure
           START FConvocations KEY IS = fc_jure
           INVALID KEY
              DISPLAY 'Ce juré n''existe pas'
           NOT INVALID KEY
Display 'Saisir la référence de l''affaire :'
ACCEPT WRef
Move WRef to fse_refAffaire
START FSeances KEY IS = fse_refAffaire
        INVALID KEY DISPLAY 'Cette affaire n''existe pas.'
        NOT INVALID KEY
           PERFORM with test after until Wfin = 1

        OPEN I-O FConvocations
        MOVE 0 TO WTSJCount
        START FConvocations KEY IS = fc_jure
        INVALID KEY
            DISPLAY 'Pas de convocation pour ce juré'
        NOT INVALID KEY
    MOVE 0 TO Wtrouve1
    MOVE WChampNom TO fj_nom
    MOVE WChampPrenom TO fj_prenom
    START FJures KEY IS = fj_cle
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
    END-IF
.

VerifierIndisponibiliteJure.
    *>Le juré fj_matricule a-t-il déclaré une indisponibilité qui chevauche
    *>l'intervalle [WDate3, WDateFin3] ? La déclaration suffit, que le
    *>justificatif soit arrivé ou non. fi_dateDebut et fi_dateFin portent
    *>alors la période en cause.
    MOVE 0 TO WIndispo
    OPEN INPUT FIndispos
    IF indispoCR = 0
        MOVE fj_matricule TO fi_matricule
        MOVE 0 TO fi_dateDebut
        START FIndispos KEY IS >= fi_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFinIndispo
            PERFORM WITH TEST AFTER UNTIL WFinIndispo = 1 OR WIndispo = 1
                READ FIndispos NEXT
                AT END MOVE 1 TO WFinIndispo
                NOT AT END
                    IF fi_matricule <> fj_matricule OR fi_dateDebut > WDateFin3
                        MOVE 1 TO WFinIndispo
                    ELSE
                        IF fi_dateFin >= WDate3
                            MOVE 1 TO WIndispo
                        END-IF
                    END-IF
            END-PERFORM
        END-START
    END-IF
    CLOSE FIndispos
.

LireDureeRepos.
    *>Durée du repos légal en années, paramétrée dans repos.txt
    *>(5 ans à défaut, comme le prévoit le code de procédure pénale)
    *>WReposAnnees doit avoir été chargé par LireDureeRepos.
    MOVE 0 TO WDernierJourSiege
    MOVE fj_matricule TO fc_jure
    START FConvocations KEY IS = fc_jure
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
    OPEN INPUT FArchSeances
    IF archConvCR = 0 AND archSeaCR = 0
        MOVE fj_matricule TO fac_jure
        START FArchConvocations KEY IS = fac_jure
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            OPEN INPUT FSeances
            IF convoCR = 0 AND seanceCR = 0
                MOVE fj_matricule TO fc_jure
                START FConvocations KEY IS = fc_jure
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
            OPEN INPUT FArchSeances
            IF archConvCR = 0 AND archSeaCR = 0
                MOVE fj_matricule TO fac_jure
                START FArchConvocations KEY IS = fac_jure
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
    CLOSE FJures
.

MenuIndisponibilites.
    DISPLAY 'Matricule du juré :'
    ACCEPT WMatricule
    MOVE WMatricule TO fj_matricule
    MOVE 0 TO WTrouve
    OPEN INPUT FJures
    IF jureCR = 0
        READ FJures KEY IS fj_matricule
        NOT INVALID KEY
            MOVE 1 TO WTrouve
        END-READ
    END-IF
    CLOSE FJures
    IF WTrouve = 0
        DISPLAY 'Ce juré n''existe pas'
    ELSE
    PERFORM WITH TEST AFTER UNTIL choixMenuTer = 0
       DISPLAY '----------------'
       DISPLAY 'Indisponibilités de ', fj_prenom, ' ', fj_nom, ' (matricule ', fj_matricule, ') :'
       DISPLAY '   1 : Consulter'
       DISPLAY '   2 : Saisir une indisponibilité'
       DISPLAY '   3 : Enregistrer la réception d''un justificatif'
       DISPLAY '   4 : Supprimer une indisponibilité'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuTer
       EVALUATE choixMenuTer
           WHEN 1 PERFORM ConsulterIndisponibilites
           WHEN 2 MOVE 1 TO WOrigineIndispo
                  PERFORM SaisirIndisponibilite
           WHEN 3 PERFORM PointerJustificatifIndispo
           WHEN 4 PERFORM SupprimerIndisponibilite
       END-EVALUATE
    END-PERFORM
    END-IF
.

ConsulterIndisponibilites.
    *>Indisponibilités du juré WMatricule, par date de début
    MOVE 0 TO nbCount
    OPEN INPUT FIndispos
    IF indispoCR = 0
        MOVE WMatricule TO fi_matricule
        MOVE 0 TO fi_dateDebut
        START FIndispos KEY IS >= fi_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FIndispos NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fi_matricule <> WMatricule
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO nbCount
                        DISPLAY 'Du ', fi_dateDebut, ' au ', fi_dateFin, ' : ', fi_motif
                        IF fi_justificatif = 1
                            DISPLAY '   Justificatif reçu'
                        ELSE
                            DISPLAY '   Justificatif non reçu'
                        END-IF
                    END-IF
            END-PERFORM
        END-START
    END-IF
    CLOSE FIndispos
    IF nbCount = 0
        DISPLAY 'Aucune indisponibilité déclarée.'
    END-IF
.

SaisirIndisponibilite.
    *>Période d'indisponibilité du juré WMatricule, déclarée par le juré
    *>lui-même (WOrigineIndispo = 0) ou saisie par le greffe (1)
    ACCEPT dateAjd FROM DATE YYYYMMDD
    DISPLAY 'Premier jour d''indisponibilité (AAAAMMJJ) :'
    ACCEPT WDate
    DISPLAY 'Dernier jour d''indisponibilité (AAAAMMJJ) :'
    ACCEPT WDateFin
    IF FUNCTION INTEGER-OF-DATE(WDate) = 0 OR FUNCTION INTEGER-OF-DATE(WDateFin) = 0
       OR WDateFin < WDate
        DISPLAY 'Période invalide !'
    ELSE
    IF WDateFin < dateAjd
        DISPLAY 'Cette période est déjà écoulée !'
    ELSE
        DISPLAY 'Motif :'
        ACCEPT WChampMotif
        MOVE 0 TO WRep
        IF WOrigineIndispo = 1
            DISPLAY 'Justificatif reçu ? 1/0'
            PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
                ACCEPT WRep
            END-PERFORM
        END-IF
        OPEN I-O FIndispos
        IF indispoCR <> 0
            OPEN OUTPUT FIndispos
            CLOSE FIndispos
            OPEN I-O FIndispos
        END-IF
        MOVE WMatricule TO fi_matricule
        MOVE WDate TO fi_dateDebut
        MOVE WDateFin TO fi_dateFin
        MOVE WChampMotif TO fi_motif
        MOVE WRep TO fi_justificatif
        MOVE WOrigineIndispo TO fi_origine
        MOVE dateAjd TO fi_dateSaisie
        WRITE indispoTampon
        INVALID KEY
            DISPLAY 'Une indisponibilité commençant le ', WDate, ' est déjà enregistrée.'
        NOT INVALID KEY
            DISPLAY 'Indisponibilité enregistrée du ', WDate, ' au ', WDateFin, '.'
            IF WOrigineIndispo = 0
                DISPLAY 'Pensez à adresser un justificatif au greffe.'
            END-IF
        END-WRITE
        CLOSE FIndispos
    END-IF
    END-IF
.

PointerJustificatifIndispo.
    DISPLAY 'Premier jour de l''indisponibilité (AAAAMMJJ) :'
    ACCEPT WDate
    OPEN I-O FIndispos
    IF indispoCR <> 0
        DISPLAY 'Aucune indisponibilité déclarée.'
    ELSE
        MOVE WMatricule TO fi_matricule
        MOVE WDate TO fi_dateDebut
        READ FIndispos KEY IS fi_cle
        INVALID KEY
            DISPLAY 'Indisponibilité inconnue !'
        NOT INVALID KEY
            MOVE indispoTampon TO hi_avant
            MOVE 1 TO fi_justificatif
            REWRITE indispoTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                DISPLAY 'Réception du justificatif enregistrée.'
                MOVE fi_cle TO hi_cle
                MOVE indispoTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'INDISPOS' TO hi_fichier
                PERFORM EnregistrerHistorique
            END-REWRITE
        END-READ
    END-IF
    CLOSE FIndispos
.

SupprimerIndisponibilite.
    DISPLAY 'Premier jour de l''indisponibilité (AAAAMMJJ) :'
    ACCEPT WDate
    OPEN I-O FIndispos
    IF indispoCR <> 0
        DISPLAY 'Aucune indisponibilité déclarée.'
    ELSE
        MOVE WMatricule TO fi_matricule
        MOVE WDate TO fi_dateDebut
        READ FIndispos KEY IS fi_cle
        INVALID KEY
            DISPLAY 'Indisponibilité inconnue !'
        NOT INVALID KEY
            DISPLAY 'Du ', fi_dateDebut, ' au ', fi_dateFin, ' : ', fi_motif
            DISPLAY 'Souhaitez vous vraiment supprimer cette indisponibilité ? 1/0'
            ACCEPT WRep
            IF WRep = 1
                MOVE indispoTampon TO hi_avant
                DELETE FIndispos RECORD
                INVALID KEY
                    DISPLAY 'Erreur de suppression'
                NOT INVALID KEY
                    DISPLAY 'Indisponibilité supprimée'
                    MOVE fi_cle TO hi_cle
                    MOVE SPACES TO hi_apres
                    MOVE 'SUPPR' TO hi_operation
                    MOVE 'INDISPOS' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-DELETE
            ELSE
                DISPLAY 'Suppression annulée'
            END-IF
        END-READ
    END-IF
    CLOSE FIndispos
.

RechercherJuresNonConvoques.
    *>Lire Jurés. Pour chaque juré,
        *> LireZone ses convocations.
                DISPLAY fj_nom, fj_prenom, ' n''a pas reçu de convocation.'
            ELSE
                MOVE fj_matricule TO fc_jure
                START FConvocations KEY IS = fc_jure
                INVALID KEY
                    DISPLAY fj_nom, fj_prenom, ' n''a pas reçu de convocation.'
                END-START
                DISPLAY 'Ce juré n''est plus actif, convocation refusée !'
                PERFORM AfficherStatutJure
            ELSE
            MOVE fse_date TO WDate3
            PERFORM ObtenirFinSeance
            MOVE WDateFinSeance TO WDateFin3
            PERFORM VerifierIndisponibiliteJure
            IF WIndispo = 1
                DISPLAY 'Ce juré est indisponible du ', fi_dateDebut, ' au ', fi_dateFin, ' (', fi_motif, '), convocation refusée !'
            ELSE
            MOVE 0 TO Wfin
            MOVE 0 TO Wtrouve
            PERFORM CompterConvoquesSeance
                        MOVE 0 TO fc_presence
                        MOVE 0 TO fc_suite
                        MOVE 0 TO fc_dateSuite
                        MOVE 0 TO fc_jury
                        MOVE 0 TO fc_recusePar
                        MOVE 0 TO fc_rangTirage
                        WRITE convoTampon END-WRITE
                        DISPLAY 'Convocation créée !'
                        IF WBatchAffaire = 1
            END-IF
            END-IF
            END-IF
            END-IF
            CLOSE FConvocations
        END-READ
        CLOSE FJures
CompterConvoquesSeance.
    MOVE 0 TO nbCount
    MOVE fse_numSeance TO fc_numSeance
    START FConvocations KEY IS = fc_numSeance
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
        WHEN 2 DISPLAY 'Présence : absent'
        WHEN OTHER CONTINUE
    END-EVALUATE
    EVALUATE fc_jury
        WHEN 1 DISPLAY 'Jury de jugement : titulaire (rang ', fc_rangTirage, ')'
        WHEN 2 DISPLAY 'Jury de jugement : suppléant (rang ', fc_rangTirage, ')'
        WHEN 3
            IF fc_recusePar = 1
                DISPLAY 'Jury de jugement : récusé par la défense (rang ', fc_rangTirage, ')'
            ELSE
                DISPLAY 'Jury de jugement : récusé par le ministère public (rang ', fc_rangTirage, ')'
            END-IF
        WHEN OTHER CONTINUE
    END-EVALUATE
.

AfficherEtatSeance.
    CLOSE FSalles
.

LireTribunal.
    *>Lecture au référentiel de la juridiction ft_numTribunal : WTribConnu
    *>passe à 1 et le tampon est chargé si elle y figure
    MOVE 0 TO WTribConnu
    OPEN INPUT FTribunaux
    IF tribunalCR = 0
        READ FTribunaux KEY IS ft_numTribunal
        NOT INVALID KEY
            MOVE 1 TO WTribConnu
        END-READ
    END-IF
    CLOSE FTribunaux
.

ObtenirFinSeance.
    *>Dernier jour de la séance du tampon ; les séances enregistrées avant
    *>l'arrivée des sessions sur plusieurs jours n'ont pas de date de fin.

EnregistrerHistorique.
    ACCEPT hi_date FROM DATE YYYYMMDD
    MOVE WAgent TO hi_agent
    OPEN EXTEND FHistorique
    IF histoCR <> 0
        OPEN OUTPUT FHistorique
                    IF WEnRepos = 1
                        CONTINUE *>Repos légal après un service récent, candidat écarté
                    ELSE
                    PERFORM VerifierIndisponibiliteJure
                    IF WIndispo = 1
                        CONTINUE *>Indisponibilité déclarée sur la période, candidat écarté
                    ELSE
                    MOVE WNseCible TO fc_numSeance
                    MOVE fj_matricule TO fc_jure
                    READ FConvocations KEY IS fc_cle END-READ
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                END-IF
        END-PERFORM
        IF Wtrouve3 = 0
    *>[fse_date, fse_dateFin] chevauche l'intervalle [WDate3, WDateFin3] ?
    MOVE 0 TO Wtrouve2
    MOVE fj_matricule TO fc_jure
    START FConvocations KEY IS = fc_jure
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
        ACCEPT WMatricule
        MOVE WMatricule TO fc_jure
        MOVE 0 TO nbCount
        START FConvocations KEY IS = fc_jure
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
        ACCEPT WNseCible
        MOVE WNseCible TO fc_numSeance
        MOVE 0 TO nbCount
        START FConvocations KEY IS = fc_numSeance
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
                DISPLAY 'Aucune convocation enregistrée.'
            ELSE
                MOVE WNseCible TO fc_numSeance
                START FConvocations KEY IS = fc_numSeance
                INVALID KEY
                    DISPLAY 'Aucun juré n''était convoqué pour cette séance.'
                NOT INVALID KEY
    *>l'écarter du tirage au sort au-delà d'une défaillance en cours.
    MOVE 0 TO WNbDefaillances
    MOVE fj_matricule TO fc_jure
    START FConvocations KEY IS = fc_jure
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
    COMPUTE WDate = FUNCTION INTEGER-OF-DATE(WDate) + 7
    ADD 1 TO WNse
    DISPLAY 'Séance n°', WNse
    DISPLAY 'Nom du juge :'
    ACCEPT WNJuge

        ACCEPT WNSalle
        DISPLAY 'Numéro du tribunal :'
        ACCEPT WNTrib
        *>Le type de tribunal de la séance est celui du référentiel
        MOVE WNTrib TO ft_numTribunal
        PERFORM LireTribunal
        IF WTribConnu = 0
            DISPLAY 'Tribunal inconnu au référentiel des juridictions !'
        ELSE
        MOVE TLT-Libelle(ft_type) TO WTtrib
        DISPLAY ft_nom, ' (', WTtrib, ')'
        OPEN INPUT FSalles
        IF salleCR = 0 THEN
            MOVE 0 TO WTrouve
                MOVE WNTrib TO fse_numTribunal
                MOVE 0 TO WFin
                MOVE 0 TO WTrouve
                START FSeances KEY IS = fse_salle
                NOT INVALID KEY
                    PERFORM WITH TEST AFTER UNTIL WTrouve = 1 OR WFin = 1
                        READ FSeances NEXT
                        MOVE WHeureDebut TO fse_heure
                        MOVE WDuree TO fse_duree
                        MOVE 0 TO fse_etat
                        MOVE 0 TO fse_jury
                        WRITE seanceTampon END-WRITE
                        IF seanceCR <> 0 THEN
                            DISPLAY 'Erreur d''écriture'
                        ELSE
                            DISPLAY 'Ajout effectué !'
                            *>Les parties et avocats de l'affaire sont
                            *>avisés de la date fixée
                            MOVE 1 TO WMotifAvis
                            PERFORM GenererAvisAudience
                            IF WBatchAffaire = 1
                                MOVE WRef TO rp_refAffaire
                                MOVE 'SEANCE' TO rp_etape
                        MOVE 0 TO WFin
                        MOVE 0 TO WTrouve
                        OPEN INPUT FSeances
                        START FSeances KEY IS = fse_refAffaire
                        NOT INVALID KEY
                           PERFORM WITH TEST AFTER UNTIL WFin = 1
                               READ FSeances NEXT
                               OPEN I-O FConvocations
                               OPEN I-O FSeances
                               MOVE WNseAncien TO fc_numSeance
                               START FConvocations KEY IS = fc_numSeance
                               INVALID KEY
                                   DISPLAY 'Aucune convocation n''a été ajoutée pour l''ancienne séance.'
                               NOT INVALID KEY
                                               MOVE 0 TO fc_presence
                                               MOVE 0 TO fc_suite
                                               MOVE 0 TO fc_dateSuite
                                               MOVE 0 TO fc_jury
                                               MOVE 0 TO fc_recusePar
                                               MOVE 0 TO fc_rangTirage
                                               WRITE convoTampon END-WRITE
                                               MOVE WNseAncien TO fc_numSeance
                                           END-IF
        ELSE
            DISPLAY 'Fichier salle inexistant !'
        END-IF
        END-IF
    ELSE
        DISPLAY 'Date invalide !'
    END-IF
                ACCEPT WNSalle
                DISPLAY 'Numéro du tribunal :'
                ACCEPT WNTrib
                MOVE WNTrib TO ft_numTribunal
                PERFORM LireTribunal
                IF WTribConnu = 0
                    DISPLAY 'Tribunal inconnu au référentiel des juridictions !'
                ELSE
                MOVE TLT-Libelle(ft_type) TO WTtrib

                OPEN INPUT FSalles
                IF salleCR = 00 THEN
                            MOVE WHeureDebut TO fse_heure
                            MOVE WDuree TO fse_duree
                            MOVE WNTrib TO fse_numTribunal
                            MOVE WTtrib TO fse_typeTribunal
                            MOVE WNSalle TO fse_numSalle
                            MOVE WNJuge TO fse_juge
                            *>Un jury tiré pour l'ancienne date est à refaire
                            MOVE 0 TO fse_jury
                            REWRITE seanceTampon
                            INVALID KEY
                                DISPLAY 'Erreur d''écriture'
                ELSE
                    DISPLAY 'Fichier Salles inexistant !'
                END-IF
                END-IF
            ELSE 
                DISPLAY 'Date invalide !'
            END-IF    
        *>répercussion (qui appelle VerifierConvoMemeJour) commencée.
        MOVE 0 TO WTJSCount
        MOVE WNseCible TO fc_numSeance
        START FConvocations KEY IS = fc_numSeance
        INVALID KEY
            DISPLAY 'Aucun juré n''est convoqué pour cette séance.'
        NOT INVALID KEY
                    MOVE 0 TO fc_presence
                    MOVE 0 TO fc_suite
                    MOVE 0 TO fc_dateSuite
                    MOVE 0 TO fc_jury
                    MOVE 0 TO fc_recusePar
                    MOVE 0 TO fc_rangTirage
                    REWRITE convoTampon
                    INVALID KEY
                        DISPLAY 'Erreur d''écriture'
        END-IF
        CLOSE FConvocations
    END-IF
    *>Les parties et avocats de l'affaire sont avisés de la nouvelle date
    MOVE WNseCible TO fse_numSeance
    READ FSeances KEY IS fse_numSeance END-READ
    MOVE 2 TO WMotifAvis
    PERFORM GenererAvisAudience
.

EcrireLettreReport.
    END-STRING
    WRITE ligneLettre

    PERFORM EcrireTribunalLettre

    MOVE SPACES TO ligneLettre
    WRITE ligneLettre
    COMPUTE WAlea = FUNCTION RANDOM * 10000
    COMPUTE WCible = FUNCTION MOD(WAlea, TD-Count(WIdxDept)) + 1
    MOVE TD-Dept(WIdxDept) TO fj_departement
    START FJures KEY IS = fj_departement
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
                MOVE 0 TO WJureOK *>Repos légal après un service récent
            END-IF
        END-IF
        IF WJureOK = 1
            PERFORM VerifierIndisponibiliteJure
            IF WIndispo = 1
                MOVE 0 TO WJureOK *>Indisponibilité déclarée sur la période
            END-IF
        END-IF
        IF WJureOK = 1
            MOVE WNseCible TO fc_numSeance
            MOVE fj_matricule TO fc_jure
            MOVE 0 TO fc_presence
            MOVE 0 TO fc_suite
            MOVE 0 TO fc_dateSuite
            MOVE 0 TO fc_jury
            MOVE 0 TO fc_recusePar
            MOVE 0 TO fc_rangTirage
            WRITE convoTampon
            INVALID KEY
                CONTINUE
                    IF fse_etat = 1
                        *>Feuille de présence des jurés convoqués
                        PERFORM SaisirPresenceJures
                        IF fse_jury = 1
                            PERFORM AfficherCompositionJury
                        END-IF
                        DISPLAY 'Le délibéré est-il rendu ? Classer l''affaire ', fse_refAffaire, ' ? 1/0'
                        PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
                            ACCEPT WRep
    ELSE
        MOVE fse_numSeance TO WNseCible
        MOVE fse_numSeance TO fc_numSeance
        START FConvocations KEY IS = fc_numSeance
        INVALID KEY
            DISPLAY 'Aucun juré n''était convoqué pour cette séance.'
        NOT INVALID KEY
                    IF fc_numSeance <> WNseCible
                        MOVE 1 TO WFin2
                    ELSE
                        IF fc_valide = 3 OR fc_presence <> 0
                            *>Excusé, ou présence déjà relevée à l'appel
                            *>d'ouverture de l'audience
                            CONTINUE
                        ELSE
                            DISPLAY 'Le juré matricule ', fc_jure, ' était-il présent ? 1/0'
                            PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
    END-IF
.

ConstituerJuryJugement.
    *>Ouverture de l'audience : appel des jurés convoqués, puis tirage au
    *>sort du jury de jugement parmi les présents, avec les récusations
    *>de la défense et du ministère public (art. 296 à 298 du CPP)
    OPEN I-O FSeances
    IF seanceCR <> 0
        DISPLAY 'Le fichier n''existe pas !'
    ELSE
        DISPLAY 'Identifiant de la séance :'
        ACCEPT fse_numSeance
        READ FSeances
        INVALID KEY
            DISPLAY 'Séance inexistante !'
        NOT INVALID KEY
            ACCEPT dateAjd FROM DATE YYYYMMDD
            IF fse_etat <> 0
                DISPLAY 'Cette séance est déjà clôturée !'
                PERFORM AfficherEtatSeance
            ELSE
            IF fse_date > dateAjd
                DISPLAY 'L''audience n''est pas encore ouverte (', fse_date, ') !'
            ELSE
            IF fse_jury = 1
                DISPLAY 'Le jury de jugement de cette séance est déjà constitué.'
                PERFORM AfficherCompositionJury
            ELSE
            *>Seules les cours d'assises siègent avec un jury
            MOVE fse_numTribunal TO ft_numTribunal
            PERFORM LireTribunal
            IF WTribConnu = 0
                DISPLAY 'Juridiction ', fse_numTribunal, ' inconnue : le jury ne peut pas être constitué.'
            ELSE
            IF ft_type <> 1 AND ft_type <> 2
                DISPLAY 'Une juridiction de type ', TLT-Libelle(ft_type), ' ne siège pas avec un jury.'
            ELSE
                PERFORM DeterminerNombresLegauxJury
                *>Appel des jurés : seuls les présents entrent dans l'urne
                PERFORM SaisirPresenceJures
                PERFORM ChargerJuresPresents
                IF WTJSCount < WNbTitulairesLegal
                    DISPLAY WTJSCount, ' juré(s) présent(s) pour ', WNbTitulairesLegal, ' titulaires : le jury ne peut pas être constitué.'
                ELSE
                    COMPUTE WNbRestants = WTJSCount - WNbTitulairesLegal
                    PERFORM WITH TEST AFTER UNTIL WNbSuppDemande <= WNbRestants
                        DISPLAY 'Nombre de jurés suppléants (', WNbRestants, ' au plus) :'
                        ACCEPT WNbSuppDemande
                    END-PERFORM
                    PERFORM TirerJuryJugement
                    IF WNbTitulaires < WNbTitulairesLegal
                        DISPLAY 'Urne épuisée par les récusations : jury incomplet, rien n''est enregistré.'
                    ELSE
                        IF WNbSuppleants < WNbSuppDemande
                            DISPLAY 'Urne épuisée : ', WNbSuppleants, ' suppléant(s) seulement.'
                        END-IF
                        PERFORM EnregistrerJuryJugement
                        MOVE seanceTampon TO hi_avant
                        MOVE 1 TO fse_jury
                        REWRITE seanceTampon
                        INVALID KEY
                            DISPLAY 'Erreur d''écriture'
                        NOT INVALID KEY
                            DISPLAY 'Jury de jugement constitué !'
                            MOVE fse_numSeance TO hi_cle
                            MOVE seanceTampon TO hi_apres
                            MOVE 'MODIF' TO hi_operation
                            MOVE 'SEANCES' TO hi_fichier
                            PERFORM EnregistrerHistorique
                            PERFORM AfficherCompositionJury
                        END-REWRITE
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-READ
    END-IF
    CLOSE FSeances
.

DeterminerNombresLegauxJury.
    *>Composition légale selon la juridiction de la séance : six jurés en
    *>premier ressort et neuf en appel ; récusations : quatre pour la
    *>défense et trois pour le ministère public en premier ressort, cinq
    *>et quatre en appel
    MOVE fse_numTribunal TO ft_numTribunal
    PERFORM LireTribunal
    IF WTribConnu = 1 AND ft_type = 2
        MOVE 9 TO WNbTitulairesLegal
        MOVE 5 TO WMaxRecusDefense
        MOVE 4 TO WMaxRecusMinistere
    ELSE
        MOVE 6 TO WNbTitulairesLegal
        MOVE 4 TO WMaxRecusDefense
        MOVE 3 TO WMaxRecusMinistere
    END-IF
    DISPLAY 'Jury de ', WNbTitulairesLegal, ' titulaires - récusations : ', WMaxRecusDefense, ' pour la défense, ', WMaxRecusMinistere, ' pour le ministère public'
.

ChargerJuresPresents.
    *>Urne : jurés de la séance du tampon dont la présence a été constatée
    MOVE 0 TO WTJSCount
    MOVE fse_numSeance TO WNseCible
    OPEN INPUT FConvocations
    IF convoCR = 0
        MOVE WNseCible TO fc_numSeance
        START FConvocations KEY IS = fc_numSeance
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin2
            PERFORM WITH TEST AFTER UNTIL WFin2 = 1
                READ FConvocations NEXT
                AT END MOVE 1 TO WFin2
                NOT AT END
                    IF fc_numSeance <> WNseCible
                        MOVE 1 TO WFin2
                    ELSE
                        IF fc_presence = 1
                            IF WTJSCount < 100
                                ADD 1 TO WTJSCount
                                MOVE fc_jure TO TJS-Matricule(WTJSCount)
                                MOVE 0 TO TJS-Jury(WTJSCount)
                                MOVE 0 TO TJS-RecusePar(WTJSCount)
                                MOVE 0 TO TJS-Rang(WTJSCount)
                            ELSE
                                DISPLAY 'Trop de jurés présents, le matricule ', fc_jure, ' n''entre pas dans l''urne.'
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
        END-START
    END-IF
    CLOSE FConvocations
.

TirerJuryJugement.
    *>Tirage nom par nom : chaque juré sorti de l'urne peut être récusé
    *>tant que la partie qui le récuse n'a pas épuisé son droit ; les
    *>titulaires sont complétés avant les suppléants.
    MOVE 0 TO WNbTitulaires
    MOVE 0 TO WNbSuppleants
    MOVE 0 TO WNbRecusDefense
    MOVE 0 TO WNbRecusMinistere
    MOVE 0 TO WRangTirage
    MOVE WTJSCount TO WNbRestants
    OPEN INPUT FJures
    *>Amorçage du générateur aléatoire sur l'heure
    ACCEPT WHeure FROM TIME
    COMPUTE WAlea = FUNCTION RANDOM(WHeure) * 10000
    PERFORM UNTIL WNbRestants = 0
            OR (WNbTitulaires = WNbTitulairesLegal AND WNbSuppleants = WNbSuppDemande)
        COMPUTE WAlea = FUNCTION RANDOM * 10000
        COMPUTE WCible = FUNCTION MOD(WAlea, WNbRestants) + 1
        *>Recherche du WCible-ième juré encore dans l'urne
        MOVE 0 TO WIdx2
        PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > WTJSCount OR WIdx2 = WCible
            IF TJS-Rang(WIdx1) = 0
                ADD 1 TO WIdx2
            END-IF
        END-PERFORM
        SUBTRACT 1 FROM WIdx1
        ADD 1 TO WRangTirage
        MOVE WRangTirage TO TJS-Rang(WIdx1)
        SUBTRACT 1 FROM WNbRestants
        MOVE TJS-Matricule(WIdx1) TO fj_matricule
        READ FJures KEY IS fj_matricule
        INVALID KEY
            MOVE SPACES TO fj_nom
            MOVE SPACES TO fj_prenom
        END-READ
        DISPLAY 'Rang ', WRangTirage, ' : juré matricule ', TJS-Matricule(WIdx1), ' ', fj_nom, ' ', fj_prenom
        PERFORM SaisirRecusationJure
        EVALUATE WChoix
            WHEN 1
                ADD 1 TO WNbRecusDefense
                MOVE 3 TO TJS-Jury(WIdx1)
                MOVE 1 TO TJS-RecusePar(WIdx1)
            WHEN 2
                ADD 1 TO WNbRecusMinistere
                MOVE 3 TO TJS-Jury(WIdx1)
                MOVE 2 TO TJS-RecusePar(WIdx1)
            WHEN OTHER
                IF WNbTitulaires < WNbTitulairesLegal
                    ADD 1 TO WNbTitulaires
                    MOVE 1 TO TJS-Jury(WIdx1)
                    DISPLAY '   -> juré titulaire n°', WNbTitulaires
                ELSE
                    ADD 1 TO WNbSuppleants
                    MOVE 2 TO TJS-Jury(WIdx1)
                    DISPLAY '   -> juré suppléant n°', WNbSuppleants
                END-IF
        END-EVALUATE
    END-PERFORM
    CLOSE FJures
.

SaisirRecusationJure.
    MOVE 9 TO WChoix
    PERFORM WITH TEST AFTER UNTIL WChoix <= 2
        DISPLAY 'Récusation ? 0=aucune, 1=par la défense (', WNbRecusDefense, '/', WMaxRecusDefense, '), 2=par le ministère public (', WNbRecusMinistere, '/', WMaxRecusMinistere, ')'
        ACCEPT WChoix
        IF WChoix = 1 AND WNbRecusDefense >= WMaxRecusDefense
            DISPLAY 'La défense a épuisé ses récusations.'
            MOVE 9 TO WChoix
        END-IF
        IF WChoix = 2 AND WNbRecusMinistere >= WMaxRecusMinistere
            DISPLAY 'Le ministère public a épuisé ses récusations.'
            MOVE 9 TO WChoix
        END-IF
        *>L'urne doit encore pouvoir compléter les titulaires
        IF (WChoix = 1 OR WChoix = 2)
           AND WNbTitulaires + WNbRestants < WNbTitulairesLegal
            DISPLAY 'Récusation impossible : il ne resterait pas assez de jurés pour compléter les titulaires.'
            MOVE 9 TO WChoix
        END-IF
    END-PERFORM
.

EnregistrerJuryJugement.
    *>Report du tirage sur les convocations de la séance ; les présents
    *>restés dans l'urne gardent fc_jury à 0 : ils sont libérés
    OPEN I-O FConvocations
    PERFORM VARYING ITJS FROM 1 BY 1 UNTIL ITJS > WTJSCount
        MOVE WNseCible TO fc_numSeance
        MOVE TJS-Matricule(ITJS) TO fc_jure
        READ FConvocations KEY IS fc_cle
        NOT INVALID KEY
            MOVE convoTampon TO hi_avant
            MOVE TJS-Jury(ITJS) TO fc_jury
            MOVE TJS-RecusePar(ITJS) TO fc_recusePar
            MOVE TJS-Rang(ITJS) TO fc_rangTirage
            REWRITE convoTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                MOVE fc_cle TO hi_cle
                MOVE convoTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'CONVOCATIONS' TO hi_fichier
                PERFORM EnregistrerHistorique
            END-REWRITE
        END-READ
    END-PERFORM
    CLOSE FConvocations
.

AfficherCompositionJury.
    *>Jurés présents de la séance du tampon : ceux qui siègent, puis ceux
    *>qui ont été récusés ou ne sont pas sortis de l'urne
    MOVE 0 TO WNbJuresSiege
    MOVE 0 TO WNbLiberes
    MOVE fse_numSeance TO WNseCible
    OPEN INPUT FConvocations
    OPEN INPUT FJures
    IF convoCR = 0
        DISPLAY 'Jury de jugement de la séance n°', WNseCible
        MOVE WNseCible TO fc_numSeance
        START FConvocations KEY IS = fc_numSeance
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin2
            PERFORM WITH TEST AFTER UNTIL WFin2 = 1
                READ FConvocations NEXT
                AT END MOVE 1 TO WFin2
                NOT AT END
                    IF fc_numSeance <> WNseCible
                        MOVE 1 TO WFin2
                    ELSE
                        IF fc_presence = 1
                            PERFORM DeterminerSiegeJure
                            PERFORM LibellerQualiteJury
                            MOVE fc_jure TO fj_matricule
                            READ FJures KEY IS fj_matricule
                            INVALID KEY
                                MOVE SPACES TO fj_nom
                                MOVE SPACES TO fj_prenom
                            END-READ
                            IF WASiege = 1
                                ADD 1 TO WNbJuresSiege
                                DISPLAY '  Siège  : ', fc_jure, ' ', fj_nom, ' ', fj_prenom, ' ', WLibelleJury
                            ELSE
                                ADD 1 TO WNbLiberes
                                DISPLAY '  Libéré : ', fc_jure, ' ', fj_nom, ' ', fj_prenom, ' ', WLibelleJury
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
        END-START
        DISPLAY WNbJuresSiege, ' juré(s) siégeant, ', WNbLiberes, ' juré(s) présent(s) libéré(s).'
    END-IF
    CLOSE FJures
    CLOSE FConvocations
.

DeterminerSiegeJure.
    *>Le juré de la convocation du tampon a-t-il siégé ? Il faut qu'il ait
    *>été présent et, quand le jury de jugement a été tiré à l'audience,
    *>qu'il en soit titulaire ou suppléant : les autres ont été libérés.
    *>Le tampon Séances doit porter la séance de la convocation.
    MOVE 0 TO WASiege
    IF fc_presence = 1
        IF fse_jury <> 1 OR fc_jury = 1 OR fc_jury = 2
            MOVE 1 TO WASiege
        END-IF
    END-IF
.

LibellerQualiteJury.
    MOVE SPACES TO WLibelleJury
    IF fse_jury = 1
        EVALUATE fc_jury
            WHEN 1 MOVE '(titulaire)' TO WLibelleJury
            WHEN 2 MOVE '(suppléant)' TO WLibelleJury
            WHEN 3
                IF fc_recusePar = 1
                    MOVE '(récusé par la défense)' TO WLibelleJury
                ELSE
                    MOVE '(récusé par le ministère public)' TO WLibelleJury
                END-IF
            WHEN OTHER MOVE '(non tiré)' TO WLibelleJury
        END-EVALUATE
    END-IF
.

ConsulterAffaires.
    OPEN INPUT FAffaires
    MOVE 0 TO WFin
                    DISPLAY 'Classée'
                END-IF
                DISPLAY 'Contexte: ', fa_contexte
                PERFORM AfficherDelaiAffaire
                DISPLAY ' '
        END-PERFORM
        CLOSE FAffaires
            MOVE 0 TO fa_classee
            DISPLAY 'Contexte de l Affaire: '
            ACCEPT fa_contexte
            MOVE 0 TO fa_nbProlongations
            PERFORM SaisirDelaiAffaire
            WRITE affaireTampon END-WRITE
            CLOSE FAffaires
            MOVE WRef TO rp_refAffaire
                    DISPLAY "Non Classée"
                END-IF
                DISPLAY "Contexte: ", fa_contexte
                PERFORM AfficherDelaiAffaire
                MOVE affaireTampon TO hi_avant
                DISPLAY "Classée ? 1/0"
                PERFORM WITH TEST AFTER UNTIL fa_classee = 1 OR fa_classee = 0
                END-PERFORM
                DISPLAY "Nouveau Contexte: "
                ACCEPT fa_contexte
                DISPLAY "Modifier la date de saisine ou le régime ? 1/0"
                ACCEPT WRep
                IF WRep = 1
                    PERFORM SaisirDelaiAffaire
                END-IF
                REWRITE affaireTampon
                INVALID KEY
                    DISPLAY 'Erreur d''écriture'
    END-IF.


ImporterAffaires.
    *>Reprise en masse de l'export quotidien du bureau d'ordre
    *>(bureauordre.txt) : chaque affaire arrive sur une ligne d'en-tête
    *>suivie des lignes de son dossier. L'affaire et son dossier sont
    *>créés ensemble ou rejetés ensemble dans rejetsAffaires.txt.
    DISPLAY 'Import des affaires depuis le fichier bureauordre.txt'
    DISPLAY 'Format attendu : A;référence;contexte[;date de saisine AAAAMMJJ;régime 0 à 3]'
    DISPLAY '   puis N;nature  P;nom;rôle  V;nom de l''avocat;partie assistée'
    DISPLAY '   (P et V suivis au besoin de ;adresse;code postal;ville)'
    OPEN INPUT FImportAffaires
    IF importAffCR <> 0
        DISPLAY 'Le fichier bureauordre.txt est introuvable !'
        PERFORM SignalerAbandonBatch
        CLOSE FImportAffaires
    ELSE
        OPEN I-O FAffaires
        IF affaireCR <> 0
            OPEN OUTPUT FAffaires
            CLOSE FAffaires
            OPEN I-O FAffaires
        END-IF
        OPEN I-O FDossiers
        IF dossierCR <> 0
            OPEN OUTPUT FDossiers
            CLOSE FDossiers
            OPEN I-O FDossiers
        END-IF
        OPEN OUTPUT FRejetsAffaires
        MOVE 0 TO WNbImport
        MOVE 0 TO WNbRejets
        MOVE 0 TO WNbElemImport
        MOVE 0 TO WTIACount
        MOVE 0 TO WTropDeLignes
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FImportAffaires
            AT END MOVE 1 TO WFin
            NOT AT END
                IF ligneImportAff NOT = SPACES
                    PERFORM LireLigneImportAffaire
                END-IF
            END-READ
        END-PERFORM
        IF WTIACount > 0
            PERFORM TraiterAffaireImportee
        END-IF
        CLOSE FRejetsAffaires
        CLOSE FDossiers
        CLOSE FAffaires
        CLOSE FImportAffaires
        DISPLAY WNbImport, ' affaire(s) importée(s) avec ', WNbElemImport, ' élément(s) de dossier.'
        DISPLAY WNbRejets, ' rejet(s) dans rejetsAffaires.txt (à renvoyer au bureau d''ordre).'
    END-IF
.

LireLigneImportAffaire.
    *>Une ligne d'en-tête clôt l'affaire précédente ; les lignes de
    *>détail s'accumulent dans TableImportAffaire jusqu'à la suivante.
    IF ligneImportAff(1:2) = 'A;'
        IF WTIACount > 0
            PERFORM TraiterAffaireImportee
        END-IF
        MOVE 0 TO WTropDeLignes
    END-IF
    IF WTIACount = 0 AND ligneImportAff(1:2) <> 'A;'
        *>Ligne de détail sans en-tête : aucune affaire où la rattacher
        ADD 1 TO WNbRejets
        MOVE SPACES TO ligneRejetAff
        STRING ligneImportAff DELIMITED BY SIZE
               ' | ligne sans en-tête d''affaire' DELIMITED BY SIZE
            INTO ligneRejetAff
        END-STRING
        WRITE ligneRejetAff
    ELSE
        IF WTIACount < 50
            ADD 1 TO WTIACount
            MOVE ligneImportAff TO TIA-Ligne(WTIACount)
        ELSE
            *>Affaire trop longue : elle part en rejet dès la 51e ligne,
            *>en-tête et lignes déjà lues d'abord, puis tout le surplus,
            *>pour que le bureau d'ordre la reçoive entière et dans l'ordre
            IF WTropDeLignes = 0
                MOVE 1 TO WTropDeLignes
                PERFORM EcrireRejetAffaireLongue
            END-IF
            MOVE ligneImportAff TO ligneRejetAff
            WRITE ligneRejetAff
        END-IF
    END-IF
.

EcrireRejetAffaireLongue.
    MOVE 51 TO WLigneErreur
    MOVE SPACES TO ligneRejetAff
    STRING TIA-Ligne(1) DELIMITED BY SIZE
           ' | ligne ' DELIMITED BY SIZE
           WLigneErreur DELIMITED BY SIZE
           ' : plus de 50 lignes pour une affaire' DELIMITED BY SIZE
        INTO ligneRejetAff
    END-STRING
    WRITE ligneRejetAff
    PERFORM VARYING WIdx1 FROM 2 BY 1 UNTIL WIdx1 > WTIACount
        MOVE TIA-Ligne(WIdx1) TO ligneRejetAff
        WRITE ligneRejetAff
    END-PERFORM
.

TraiterAffaireImportee.
    *>Contrôle de l'en-tête puis de chaque ligne de détail ; la première
    *>anomalie rejette toute l'affaire.
    MOVE 0 TO WRejet
    MOVE SPACES TO WMotifRejet
    MOVE 1 TO WLigneErreur
    MOVE SPACES TO WChampTypeLigne
    MOVE SPACES TO WChampImp1
    MOVE SPACES TO WChampImp2
    MOVE SPACES TO WChampImp3
    MOVE SPACES TO WChampImp4
    UNSTRING TIA-Ligne(1) DELIMITED BY ';'
        INTO WChampTypeLigne WChampImp1 WChampImp2 WChampImp3 WChampImp4
    END-UNSTRING
    *>Les lignes de détail réutilisent les zones de découpage
    MOVE WChampImp2 TO WContexteImp
    MOVE 0 TO WSaisineImp
    MOVE 0 TO WRegimeImp
    IF WChampImp1 = SPACES OR WChampImp2 = SPACES
        MOVE 'en-tête sans référence ou contexte' TO WMotifRejet
        MOVE 1 TO WRejet
    ELSE
        IF WChampImp1(10:) NOT = SPACES
            MOVE 'référence de plus de 9 caractères' TO WMotifRejet
            MOVE 1 TO WRejet
        ELSE
            MOVE WChampImp1 TO WRef
            MOVE WRef TO fa_refAffaire
            READ FAffaires KEY IS fa_refAffaire
            NOT INVALID KEY
                MOVE 'référence déjà existante' TO WMotifRejet
                MOVE 1 TO WRejet
            END-READ
        END-IF
    END-IF
    IF WRejet = 0 AND WChampImp3 NOT = SPACES
        IF WChampImp3(1:8) IS NOT NUMERIC OR WChampImp3(9:) NOT = SPACES
            MOVE 'date de saisine invalide' TO WMotifRejet
            MOVE 1 TO WRejet
        ELSE
            MOVE WChampImp3(1:8) TO WSaisineImp
            IF FUNCTION INTEGER-OF-DATE(WSaisineImp) = 0
                MOVE 'date de saisine invalide' TO WMotifRejet
                MOVE 1 TO WRejet
            END-IF
        END-IF
    END-IF
    IF WRejet = 0 AND WChampImp4 NOT = SPACES
        IF WChampImp4(1:1) IS NOT NUMERIC OR WChampImp4(2:) NOT = SPACES
           OR WChampImp4(1:1) > '3'
            MOVE 'régime procédural inconnu (0 à 3)' TO WMotifRejet
            MOVE 1 TO WRejet
        ELSE
            MOVE WChampImp4(1:1) TO WRegimeImp
        END-IF
    END-IF
    IF WRejet = 0 AND WTropDeLignes = 1
        MOVE 'plus de 50 lignes pour une affaire' TO WMotifRejet
        MOVE 1 TO WRejet
    END-IF
    MOVE 0 TO WNbNaturesImp
    MOVE 0 TO WNbPartiesImp
    MOVE 0 TO WNbAvocatsImp
    PERFORM VARYING WIdx1 FROM 2 BY 1 UNTIL WIdx1 > WTIACount OR WRejet = 1
        PERFORM ControlerLigneImportAffaire
    END-PERFORM
    IF WRejet = 0 AND (WNbNaturesImp = 0 OR WNbPartiesImp = 0)
        MOVE 'dossier incomplet (nature ou partie absente)' TO WMotifRejet
        MOVE 1 TO WRejet
    END-IF
    IF WRejet = 0
        MOVE WRef TO fa_refAffaire
        MOVE 0 TO fa_classee
        MOVE WContexteImp TO fa_contexte
        MOVE WSaisineImp TO fa_dateSaisine
        MOVE WRegimeImp TO fa_regime
        MOVE 0 TO fa_nbProlongations
        PERFORM CalculerDateLimiteAffaire
        WRITE affaireTampon
        INVALID KEY
            MOVE 'erreur d''écriture de l''affaire' TO WMotifRejet
            MOVE 1 TO WRejet
        END-WRITE
    END-IF
    IF WRejet = 0
        ADD 1 TO WNbImport
        MOVE 0 TO WNbPartiesImp
        MOVE 0 TO WNbAvocatsImp
        PERFORM VARYING WIdx1 FROM 2 BY 1 UNTIL WIdx1 > WTIACount
            PERFORM EcrireElementImporte
        END-PERFORM
    ELSE
        ADD 1 TO WNbRejets
    END-IF
    *>L'affaire trop longue est déjà écrite en entier dans les rejets
    IF WRejet = 1 AND WTropDeLignes = 0
        MOVE SPACES TO ligneRejetAff
        STRING TIA-Ligne(1) DELIMITED BY SIZE
               ' | ligne ' DELIMITED BY SIZE
               WLigneErreur DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WMotifRejet DELIMITED BY SIZE
            INTO ligneRejetAff
        END-STRING
        WRITE ligneRejetAff
        PERFORM VARYING WIdx1 FROM 2 BY 1 UNTIL WIdx1 > WTIACount
            MOVE TIA-Ligne(WIdx1) TO ligneRejetAff
            WRITE ligneRejetAff
        END-PERFORM
    END-IF
    MOVE 0 TO WTIACount
.

ControlerLigneImportAffaire.
    MOVE SPACES TO WChampTypeLigne
    MOVE SPACES TO WChampImp1
    MOVE SPACES TO WChampImp2
    MOVE SPACES TO WChampImp3
    MOVE SPACES TO WChampImp4
    MOVE SPACES TO WChampImp5
    UNSTRING TIA-Ligne(WIdx1) DELIMITED BY ';'
        INTO WChampTypeLigne WChampImp1 WChampImp2 WChampImp3 WChampImp4
             WChampImp5
    END-UNSTRING
    EVALUATE WChampTypeLigne
        WHEN 'N'
            ADD 1 TO WNbNaturesImp
            IF WChampImp1 = SPACES
                MOVE 'nature absente' TO WMotifRejet
                MOVE 1 TO WRejet
            ELSE
                IF WNbNaturesImp > 1
                    MOVE 'plusieurs lignes de nature' TO WMotifRejet
                    MOVE 1 TO WRejet
                END-IF
            END-IF
        WHEN 'P'
            ADD 1 TO WNbPartiesImp
            IF WChampImp1 = SPACES
                MOVE 'partie sans nom' TO WMotifRejet
                MOVE 1 TO WRejet
            ELSE
                IF WChampImp2 = SPACES
                    MOVE 'partie sans rôle' TO WMotifRejet
                    MOVE 1 TO WRejet
                ELSE
                    IF WNbPartiesImp > 99
                        MOVE 'plus de 99 parties' TO WMotifRejet
                        MOVE 1 TO WRejet
                    END-IF
                END-IF
            END-IF
        WHEN 'V'
            ADD 1 TO WNbAvocatsImp
            IF WChampImp1 = SPACES OR WChampImp2 = SPACES
                MOVE 'avocat sans nom ou partie assistée' TO WMotifRejet
                MOVE 1 TO WRejet
            ELSE
                IF WNbAvocatsImp > 99
                    MOVE 'plus de 99 avocats' TO WMotifRejet
                    MOVE 1 TO WRejet
                END-IF
            END-IF
        WHEN OTHER
            MOVE 'type de ligne inconnu (N, P ou V)' TO WMotifRejet
            MOVE 1 TO WRejet
    END-EVALUATE
    IF WRejet = 0 AND WChampImp4 NOT = SPACES
        IF WChampImp4(1:5) IS NOT NUMERIC OR WChampImp4(6:) NOT = SPACES
            MOVE 'code postal invalide' TO WMotifRejet
            MOVE 1 TO WRejet
        END-IF
    END-IF
    IF WRejet = 1
        MOVE WIdx1 TO WLigneErreur
    END-IF
.

EcrireElementImporte.
    *>Ligne de détail déjà contrôlée : numéros d'ordre attribués dans
    *>l'ordre du fichier, comme à la saisie unitaire
    MOVE SPACES TO WChampTypeLigne
    MOVE SPACES TO WChampImp1
    MOVE SPACES TO WChampImp2
    MOVE SPACES TO WChampImp3
    MOVE SPACES TO WChampImp4
    MOVE SPACES TO WChampImp5
    UNSTRING TIA-Ligne(WIdx1) DELIMITED BY ';'
        INTO WChampTypeLigne WChampImp1 WChampImp2 WChampImp3 WChampImp4
             WChampImp5
    END-UNSTRING
    MOVE WRef TO fd_refAffaire
    MOVE WChampImp1 TO fd_nom
    MOVE WChampImp2 TO fd_role
    MOVE WChampImp3 TO fd_adresse
    MOVE 0 TO fd_codePostal
    IF WChampImp4 NOT = SPACES
        MOVE WChampImp4(1:5) TO fd_codePostal
    END-IF
    MOVE WChampImp5 TO fd_ville
    EVALUATE WChampTypeLigne
        WHEN 'N'
            MOVE 1 TO fd_typeElement
            MOVE 1 TO fd_numOrdre
            MOVE SPACES TO fd_role
            MOVE SPACES TO fd_adresse
            MOVE 0 TO fd_codePostal
            MOVE SPACES TO fd_ville
        WHEN 'P'
            ADD 1 TO WNbPartiesImp
            MOVE 2 TO fd_typeElement
            MOVE WNbPartiesImp TO fd_numOrdre
        WHEN 'V'
            ADD 1 TO WNbAvocatsImp
            MOVE 3 TO fd_typeElement
            MOVE WNbAvocatsImp TO fd_numOrdre
    END-EVALUATE
    WRITE dossierTampon
    INVALID KEY
        DISPLAY 'Erreur d''écriture du dossier ', WRef, ' (', fd_typeElement, '-', fd_numOrdre, ')'
    NOT INVALID KEY
        ADD 1 TO WNbElemImport
    END-WRITE
.

SaisirDelaiAffaire.
    *>Date de saisine et régime procédural de l'affaire du tampon, d'où
    *>découle la date limite de jugement
    DISPLAY 'Date de saisine de la juridiction (AAAAMMJJ, 0 si inconnue) :'
    PERFORM WITH TEST AFTER UNTIL WDelaiOK = 1
        ACCEPT WDateSaisine
        MOVE 1 TO WDelaiOK
        IF WDateSaisine <> 0
            IF FUNCTION INTEGER-OF-DATE(WDateSaisine) = 0
                DISPLAY 'Date invalide, recommencez :'
                MOVE 0 TO WDelaiOK
            END-IF
        END-IF
    END-PERFORM
    MOVE WDateSaisine TO fa_dateSaisine
    DISPLAY 'Régime procédural :'
    DISPLAY '   000 : Sans délai légal'
    PERFORM VARYING ITRP FROM 1 BY 1 UNTIL ITRP > 3
        SET WIdx1 TO ITRP
        DISPLAY '   ', WIdx1, ' : ', TRP-Libelle(ITRP)
    END-PERFORM
    MOVE 9 TO WChoix
    PERFORM WITH TEST AFTER UNTIL WChoix <= 3
        ACCEPT WChoix
    END-PERFORM
    MOVE WChoix TO fa_regime
    PERFORM CalculerDateLimiteAffaire
    IF fa_regime <> 0 AND fa_dateSaisine = 0
        DISPLAY 'Attention : sans date de saisine, la date limite ne peut pas être calculée.'
    END-IF
.

CalculerDateLimiteAffaire.
    *>Délai du régime à compter de la saisine, augmenté des prolongations
    *>accordées ; 0 pour une affaire sans délai légal
    IF fa_regime = 0 OR fa_regime > 3 OR fa_dateSaisine = 0
        MOVE 0 TO fa_dateLimite
    ELSE
        MOVE fa_dateSaisine TO WDateCalc
        COMPUTE WNbMoisCalc = TRP-Delai(fa_regime)
                            + fa_nbProlongations * TRP-Prolongation(fa_regime)
        PERFORM AjouterMoisDate
        MOVE WDateCalc TO fa_dateLimite
    END-IF
.

AjouterMoisDate.
    *>WDateCalc + WNbMoisCalc mois, ramené au dernier jour du mois
    *>d'arrivée quand ce jour n'y existe pas (31 août + 6 mois = 28 février)
    COMPUTE WAnneeCalc = WDateCalc / 10000
    COMPUTE WMois = WDateCalc / 100
    COMPUTE WMoisCalc = FUNCTION MOD(WMois, 100)
    COMPUTE WJourCalc = FUNCTION MOD(WDateCalc, 100)
    COMPUTE WTotalMois = WAnneeCalc * 12 + WMoisCalc - 1 + WNbMoisCalc
    COMPUTE WAnneeCalc = WTotalMois / 12
    COMPUTE WMoisCalc = FUNCTION MOD(WTotalMois, 12) + 1
    COMPUTE WDateCalc = WAnneeCalc * 10000 + WMoisCalc * 100 + WJourCalc
    PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WDateCalc) > 0 OR WJourCalc <= 28
        SUBTRACT 1 FROM WJourCalc
        COMPUTE WDateCalc = WAnneeCalc * 10000 + WMoisCalc * 100 + WJourCalc
    END-PERFORM
.

LibellerRegime.
    IF fa_regime >= 1 AND fa_regime <= 3
        MOVE TRP-Libelle(fa_regime) TO WLibelleRegime
    ELSE
        MOVE 'Sans délai légal' TO WLibelleRegime
    END-IF
.

AfficherDelaiAffaire.
    PERFORM LibellerRegime
    DISPLAY 'Régime : ', WLibelleRegime
    IF fa_dateSaisine > 0
        DISPLAY 'Saisine le : ', fa_dateSaisine
    END-IF
    IF fa_dateLimite > 0
        DISPLAY 'A juger avant le : ', fa_dateLimite, ' (', fa_nbProlongations, ' prolongation(s))'
    END-IF
.

ProlongerDelaiAffaire.
    *>Enregistrement d'une prolongation du délai de jugement décidée par
    *>la juridiction : la date limite est repoussée du délai prévu par le
    *>régime, dans la limite du nombre de prolongations autorisées.
    OPEN I-O FAffaires
    IF affaireCR <> 0
        DISPLAY 'Il n''existe aucune affaire !'
    ELSE
        DISPLAY 'Référence de l''affaire :'
        ACCEPT WRef
        INVALID KEY
            DISPLAY 'Affaire inexistante !'
        NOT INVALID KEY
            PERFORM AfficherDelaiAffaire
            IF fa_classee = 1
                DISPLAY 'Affaire déjà classée !'
            ELSE
            IF fa_dateLimite = 0
                DISPLAY 'Cette affaire n''a pas de délai de jugement à prolonger.'
            ELSE
            IF fa_nbProlongations >= TRP-MaxProlong(fa_regime)
                DISPLAY 'Nombre maximal de prolongations atteint pour ce régime.'
            ELSE
                DISPLAY 'Prolonger de ', TRP-Prolongation(fa_regime), ' mois ? 1/0'
                ACCEPT WRep
                IF WRep = 1
                    MOVE affaireTampon TO hi_avant
                    ADD 1 TO fa_nbProlongations
                    PERFORM CalculerDateLimiteAffaire
                    REWRITE affaireTampon
                    INVALID KEY
                        DISPLAY 'Erreur d''écriture'
                    NOT INVALID KEY
                        DISPLAY 'Délai prolongé : à juger avant le ', fa_dateLimite
                        MOVE fa_refAffaire TO hi_cle
                        MOVE affaireTampon TO hi_apres
                        MOVE 'MODIF' TO hi_operation
                        MOVE 'AFFAIRES' TO hi_fichier
                        PERFORM EnregistrerHistorique
                    END-REWRITE
                ELSE
                    DISPLAY 'Prolongation annulée'
                END-IF
            END-IF
            END-IF
            END-IF
        END-READ
    END-IF
    CLOSE FAffaires
.

EditerEcheancier.
    *>Echéancier hebdomadaire des affaires en cours : date limite de
    *>jugement et prochaine séance programmée (clé fse_refAffaire), trié
    *>par échéance, avec les affaires à signaler au président.
    IF WBatch = 0
        DISPLAY 'Date de référence (AAAAMMJJ, 0 pour aujourd''hui) :'
        ACCEPT WDate
        DISPLAY 'Horizon d''alerte en jours (0 pour 60) :'
        ACCEPT WHorizon
    ELSE
        MOVE WBatchDate1 TO WDate
        MOVE WBatchTrib TO WHorizon
    END-IF
    ACCEPT dateAjd FROM DATE YYYYMMDD
    IF WDate = 0
        MOVE dateAjd TO WDate
    END-IF
    IF WHorizon = 0
        MOVE 60 TO WHorizon
    END-IF
    MOVE 0 TO WNbEcheances
    MOVE 0 TO WNbAlertes
    IF FUNCTION INTEGER-OF-DATE(WDate) = 0
        DISPLAY 'Date invalide !'
        PERFORM SignalerAbandonBatch
    ELSE
    COMPUTE WDate2 = FUNCTION INTEGER-OF-DATE(WDate) + WHorizon
    COMPUTE WDate2 = FUNCTION DATE-OF-INTEGER(WDate2)
    OPEN INPUT FAffaires
    IF affaireCR <> 0
        DISPLAY 'Il n''existe aucune affaire !'
        PERFORM SignalerAbandonBatch
    ELSE
        OPEN INPUT FSeances
        *>seanceCR bouge ensuite à chaque lecture : on note l'ouverture
        MOVE 0 TO WSeancesDispo
        IF seanceCR = 0
            MOVE 1 TO WSeancesDispo
        END-IF
        MOVE 0 TO WTECount
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FAffaires NEXT
            AT END MOVE 1 TO WFin
            NOT AT END
                IF fa_classee = 0
                    IF WTECount < 500
                        ADD 1 TO WTECount
                        PERFORM ChargerLigneEcheancier
                    ELSE
                        DISPLAY 'Trop d''affaires en cours, certaines ne figureront pas à l''échéancier.'
                        MOVE 1 TO WFin
                    END-IF
                END-IF
        END-PERFORM
        CLOSE FSeances
        *>Tri par date limite ; les affaires sans délai ferment la liste
        PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 >= WTECount
            PERFORM VARYING WIdx2 FROM 1 BY 1 UNTIL WIdx2 > WTECount - WIdx1
                IF TE-Tri(WIdx2) > TE-Tri(WIdx2 + 1)
                    MOVE TE-Entree(WIdx2) TO WTEEchange
                    MOVE TE-Entree(WIdx2 + 1) TO TE-Entree(WIdx2)
                    MOVE WTEEchange TO TE-Entree(WIdx2 + 1)
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM EcrireEcheancier
    END-IF
    CLOSE FAffaires
    END-IF
.

ChargerLigneEcheancier.
    *>Affaire du tampon : échéance et première séance programmée à partir
    *>de la date de référence
    MOVE fa_refAffaire TO TE-Ref(WTECount)
    MOVE fa_regime TO TE-Regime(WTECount)
    MOVE fa_dateSaisine TO TE-DateSaisine(WTECount)
    MOVE fa_dateLimite TO TE-DateLimite(WTECount)
    IF fa_dateLimite = 0
        MOVE 99999999 TO TE-DateTri(WTECount)
    ELSE
        MOVE fa_dateLimite TO TE-DateTri(WTECount)
    END-IF
    MOVE 0 TO TE-NumSeance(WTECount)
    MOVE 0 TO TE-DateSeance(WTECount)
    IF WSeancesDispo = 1
        MOVE fa_refAffaire TO fse_refAffaire
        START FSeances KEY IS = fse_refAffaire
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin2
            PERFORM WITH TEST AFTER UNTIL WFin2 = 1
                READ FSeances NEXT
                AT END MOVE 1 TO WFin2
                NOT AT END
                    IF fse_refAffaire <> fa_refAffaire
                        MOVE 1 TO WFin2
                    ELSE
                        IF fse_etat = 0 AND fse_date >= WDate
                            IF TE-NumSeance(WTECount) = 0
                               OR fse_date < TE-DateSeance(WTECount)
                                MOVE fse_numSeance TO TE-NumSeance(WTECount)
                                MOVE fse_date TO TE-DateSeance(WTECount)
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
        END-START
    END-IF
.

EcrireEcheancier.
    OPEN OUTPUT FEcheancier
    MOVE SPACES TO ligneEcheancier
    STRING 'ECHEANCIER DES DELAIS DE PROCEDURE - au ' DELIMITED BY SIZE
           WDate DELIMITED BY SIZE
           ' - alerte à ' DELIMITED BY SIZE
           WHorizon DELIMITED BY SIZE
           ' jour(s)' DELIMITED BY SIZE
        INTO ligneEcheancier
    END-STRING
    PERFORM EcrireLigneEcheancier
    MOVE '========================================' TO ligneEcheancier
    PERFORM EcrireLigneEcheancier
    PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > WTECount
        ADD 1 TO WNbEcheances
        MOVE TE-Regime(WIdx1) TO fa_regime
        PERFORM LibellerRegime
        MOVE SPACES TO ligneEcheancier
        IF TE-DateLimite(WIdx1) = 0
            STRING 'Affaire ' DELIMITED BY SIZE
                   TE-Ref(WIdx1) DELIMITED BY SIZE
                   ' - pas de date limite - ' DELIMITED BY SIZE
                   WLibelleRegime DELIMITED BY SIZE
                INTO ligneEcheancier
            END-STRING
        ELSE
            STRING 'Affaire ' DELIMITED BY SIZE
                   TE-Ref(WIdx1) DELIMITED BY SIZE
                   ' - à juger avant le ' DELIMITED BY SIZE
                   TE-DateLimite(WIdx1) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WLibelleRegime DELIMITED BY SIZE
                INTO ligneEcheancier
            END-STRING
        END-IF
        PERFORM EcrireLigneEcheancier
        MOVE SPACES TO ligneEcheancier
        IF TE-NumSeance(WIdx1) = 0
            MOVE '   Aucune séance programmée' TO ligneEcheancier
        ELSE
            STRING '   Prochaine séance le ' DELIMITED BY SIZE
                   TE-DateSeance(WIdx1) DELIMITED BY SIZE
                   ' (n° ' DELIMITED BY SIZE
                   TE-NumSeance(WIdx1) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                INTO ligneEcheancier
            END-STRING
        END-IF
        PERFORM EcrireLigneEcheancier
        MOVE SPACES TO ligneEcheancier
        IF TE-DateLimite(WIdx1) > 0 AND TE-DateLimite(WIdx1) < WDate
            MOVE '   *** DELAI DEPASSE ***' TO ligneEcheancier
        ELSE
        IF TE-DateLimite(WIdx1) > 0 AND TE-DateLimite(WIdx1) <= WDate2
           AND TE-NumSeance(WIdx1) = 0
            MOVE '   *** ECHEANCE PROCHE ET AUCUNE SEANCE PROGRAMMEE ***' TO ligneEcheancier
        ELSE
        IF TE-DateLimite(WIdx1) > 0 AND TE-NumSeance(WIdx1) > 0
           AND TE-DateSeance(WIdx1) > TE-DateLimite(WIdx1)
            MOVE '   *** SEANCE PROGRAMMEE APRES LA DATE LIMITE ***' TO ligneEcheancier
        ELSE
        IF TE-Regime(WIdx1) <> 0 AND TE-DateSaisine(WIdx1) = 0
            MOVE '   *** DATE DE SAISINE A RENSEIGNER ***' TO ligneEcheancier
        END-IF
        END-IF
        END-IF
        END-IF
        IF ligneEcheancier NOT = SPACES
            ADD 1 TO WNbAlertes
            PERFORM EcrireLigneEcheancier
        END-IF
    END-PERFORM
    MOVE SPACES TO ligneEcheancier
    PERFORM EcrireLigneEcheancier
    MOVE SPACES TO ligneEcheancier
    STRING WNbEcheances DELIMITED BY SIZE
           ' affaire(s) en cours, dont ' DELIMITED BY SIZE
           WNbAlertes DELIMITED BY SIZE
           ' à signaler' DELIMITED BY SIZE
        INTO ligneEcheancier
    END-STRING
    PERFORM EcrireLigneEcheancier
    CLOSE FEcheancier
    DISPLAY 'Echéancier écrit dans echeancier.txt'
.

EcrireLigneEcheancier.
    DISPLAY ligneEcheancier
    WRITE ligneEcheancier
.

MenuDossierAffaire.
    *>Dossier structuré rattaché à la référence d'affaire : nature de
    *>l'infraction, parties avec leur rôle et avocats, jusqu'ici entassés
    *>dans le champ libre fa_contexte.
    OPEN INPUT FAffaires
    IF affaireCR <> 0
        DISPLAY 'Il n''existe aucune affaire !'
        CLOSE FAffaires
    ELSE
        DISPLAY 'Référence de l''affaire :'
        ACCEPT WRef
        MOVE WRef TO fa_refAffaire
        READ FAffaires KEY IS fa_refAffaire END-READ
        CLOSE FAffaires
        IF affaireCR <> 0
            DISPLAY 'Affaire inexistante !'
        ELSE
            PERFORM WITH TEST AFTER UNTIL choixMenuTer = 0
                DISPLAY '----------------'
                DISPLAY 'Dossier de l''affaire ', WRef, ' :'
                DISPLAY '   1 : Consulter le dossier'
                DISPLAY '   2 : Saisir la nature / qualification'
                DISPLAY '   3 : Ajouter une partie'
                DISPLAY '   4 : Ajouter un avocat'
                DISPLAY '   5 : Supprimer un élément'
                DISPLAY '   6 : Saisir l''adresse d''une partie ou d''un avocat'
                DISPLAY '----------------'
                DISPLAY '0 : Quitter'

                ACCEPT choixMenuTer
                EVALUATE choixMenuTer
                    WHEN 1 PERFORM ConsulterDossierAffaire
                    WHEN 2 PERFORM SaisirNatureAffaire
                    WHEN 3 PERFORM AjouterPartieDossier
                    WHEN 4 PERFORM AjouterAvocatDossier
                    WHEN 5 PERFORM SupprimerElementDossier
                    WHEN 6 PERFORM ModifierAdresseDossier
                END-EVALUATE
            END-PERFORM
        END-IF
    END-IF
.

ConsulterDossierAffaire.
    OPEN INPUT FDossiers
    IF dossierCR <> 0
        DISPLAY 'Le dossier est vide.'
    ELSE
        MOVE 0 TO WNbElements
        MOVE WRef TO fd_refAffaire
        MOVE 0 TO fd_typeElement
        MOVE 0 TO fd_numOrdre
        START FDossiers KEY IS >= fd_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FDossiers NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fd_refAffaire <> WRef
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO WNbElements
                        PERFORM AfficherElementDossier
                    END-IF
            END-PERFORM
        END-START
        IF WNbElements = 0
            DISPLAY 'Le dossier est vide.'
        END-IF
    END-IF
    CLOSE FDossiers
.

AfficherElementDossier.
    EVALUATE fd_typeElement
        WHEN 1 DISPLAY 'Nature : ', fd_nom
        WHEN 2 DISPLAY 'Partie n°', fd_numOrdre, ' : ', fd_nom, ' (', fd_role, ')'
        WHEN 3 DISPLAY 'Avocat n°', fd_numOrdre, ' : ', fd_nom, ' (conseil de ', fd_role, ')'
        WHEN OTHER DISPLAY 'Elément inconnu (', fd_typeElement, ') : ', fd_nom
    END-EVALUATE
    IF fd_typeElement = 2 OR fd_typeElement = 3
        IF fd_adresse = SPACES
            DISPLAY '    Adresse non renseignée'
        ELSE
            DISPLAY '    ', fd_adresse, ' ', fd_codePostal, ' ', fd_ville
        END-IF
    END-IF
.

SaisirNatureAffaire.
    OPEN I-O FDossiers
    IF dossierCR <> 0
        OPEN OUTPUT FDossiers
        CLOSE FDossiers
        OPEN I-O FDossiers
    END-IF
    MOVE WRef TO fd_refAffaire
    MOVE 1 TO fd_typeElement
    MOVE 1 TO fd_numOrdre
    READ FDossiers KEY IS fd_cle
    INVALID KEY
        DISPLAY 'Nature / qualification de l''affaire :'
        ACCEPT fd_nom
        MOVE SPACES TO fd_role
        MOVE SPACES TO fd_adresse
        MOVE 0 TO fd_codePostal
        MOVE SPACES TO fd_ville
        WRITE dossierTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture'
        NOT INVALID KEY
            DISPLAY 'Nature enregistrée !'
        END-WRITE
    NOT INVALID KEY
        DISPLAY 'Nature actuelle : ', fd_nom
        MOVE dossierTampon TO hi_avant
        DISPLAY 'Nouvelle nature / qualification :'
        ACCEPT fd_nom
        REWRITE dossierTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture'
        NOT INVALID KEY
            DISPLAY 'Nature enregistrée !'
            MOVE fd_cle TO hi_cle
            MOVE dossierTampon TO hi_apres
            MOVE 'MODIF' TO hi_operation
            MOVE 'DOSSIERS' TO hi_fichier
            PERFORM EnregistrerHistorique
        END-REWRITE
    END-READ
    CLOSE FDossiers
.

ChercherOrdreMaxDossier.
    *>Dernier numéro d'ordre attribué pour l'affaire WRef et le type
    *>d'élément WTypeElem
    MOVE 0 TO WOrdreMax
    MOVE WRef TO fd_refAffaire
    MOVE WTypeElem TO fd_typeElement
    MOVE 0 TO fd_numOrdre
    START FDossiers KEY IS >= fd_cle
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
        MOVE 0 TO WFin2
        PERFORM WITH TEST AFTER UNTIL WFin2 = 1
            READ FDossiers NEXT
            AT END MOVE 1 TO WFin2
            NOT AT END
                IF fd_refAffaire <> WRef OR fd_typeElement <> WTypeElem
                    MOVE 1 TO WFin2
                ELSE
                    MOVE fd_numOrdre TO WOrdreMax
                END-IF
        END-PERFORM
    END-START
.

AjouterPartieDossier.
    OPEN I-O FDossiers
    IF dossierCR <> 0
        OPEN OUTPUT FDossiers
        CLOSE FDossiers
        OPEN I-O FDossiers
    END-IF
    MOVE 2 TO WTypeElem
    PERFORM ChercherOrdreMaxDossier
    IF WOrdreMax >= 99
        DISPLAY 'Trop de parties pour cette affaire !'
    ELSE
        MOVE WRef TO fd_refAffaire
        MOVE 2 TO fd_typeElement
        COMPUTE fd_numOrdre = WOrdreMax + 1
        DISPLAY 'Nom de la partie :'
        ACCEPT fd_nom
        DISPLAY 'Rôle (demandeur, défendeur, accusé, partie civile...) :'
        ACCEPT fd_role
        PERFORM SaisirAdresseElement
        WRITE dossierTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture'
        NOT INVALID KEY
            DISPLAY 'Partie enregistrée !'
        END-WRITE
    END-IF
    CLOSE FDossiers
.

AjouterAvocatDossier.
    OPEN I-O FDossiers
    IF dossierCR <> 0
        OPEN OUTPUT FDossiers
        CLOSE FDossiers
        OPEN I-O FDossiers
    END-IF
    MOVE 3 TO WTypeElem
    PERFORM ChercherOrdreMaxDossier
    IF WOrdreMax >= 99
        DISPLAY 'Trop d''avocats pour cette affaire !'
    ELSE
        MOVE WRef TO fd_refAffaire
        MOVE 3 TO fd_typeElement
        COMPUTE fd_numOrdre = WOrdreMax + 1
        DISPLAY 'Nom de l''avocat :'
        ACCEPT fd_nom
        DISPLAY 'Partie assistée :'
        ACCEPT fd_role
        PERFORM SaisirAdresseElement
        WRITE dossierTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture'
        NOT INVALID KEY
            DISPLAY 'Avocat enregistré !'
        END-WRITE
    END-IF
    CLOSE FDossiers
.

SaisirAdresseElement.
    *>Adresse postale à laquelle partent les avis d'audience
    DISPLAY 'Adresse (numéro et voie) :'
    ACCEPT fd_adresse
    MOVE 0 TO fd_codePostal
    DISPLAY 'Code postal :'
    ACCEPT fd_codePostal
    DISPLAY 'Ville :'
    ACCEPT fd_ville
.

ModifierAdresseDossier.
    OPEN I-O FDossiers
    IF dossierCR <> 0
        DISPLAY 'Le dossier est vide.'
    ELSE
        MOVE WRef TO fd_refAffaire
        MOVE 0 TO fd_typeElement
        PERFORM WITH TEST AFTER UNTIL fd_typeElement = 2 OR fd_typeElement = 3
            DISPLAY 'Type d''élément (2=partie, 3=avocat) :'
            ACCEPT fd_typeElement
        END-PERFORM
        DISPLAY 'Numéro d''ordre :'
        ACCEPT fd_numOrdre
        READ FDossiers KEY IS fd_cle
        INVALID KEY
            DISPLAY 'Cet élément n''existe pas.'
        NOT INVALID KEY
            PERFORM AfficherElementDossier
            MOVE dossierTampon TO hi_avant
            PERFORM SaisirAdresseElement
            REWRITE dossierTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                DISPLAY 'Adresse enregistrée !'
                MOVE fd_cle TO hi_cle
                MOVE dossierTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'DOSSIERS' TO hi_fichier
                PERFORM EnregistrerHistorique
            END-REWRITE
        END-READ
    END-IF
    CLOSE FDossiers
.

SupprimerElementDossier.
    OPEN I-O FDossiers
    IF dossierCR <> 0
        DISPLAY 'Le dossier est vide.'
    ELSE
        MOVE WRef TO fd_refAffaire
        DISPLAY 'Type d''élément (1=nature, 2=partie, 3=avocat) :'
        ACCEPT fd_typeElement
        DISPLAY 'Numéro d''ordre (1 pour la nature) :'
        ACCEPT fd_numOrdre
        READ FDossiers KEY IS fd_cle
        INVALID KEY
            DISPLAY 'Cet élément n''existe pas.'
        NOT INVALID KEY
            PERFORM AfficherElementDossier
            DISPLAY 'Souhaitez vous vraiment supprimer cet élément ? 1/0'
            PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
                ACCEPT WRep
            END-PERFORM
            IF WRep = 1
                MOVE dossierTampon TO hi_avant
                DELETE FDossiers RECORD
                INVALID KEY
                    DISPLAY 'Erreur de suppression'
                NOT INVALID KEY
                    DISPLAY 'Elément supprimé !'
                    MOVE fd_cle TO hi_cle
                    MOVE SPACES TO hi_apres
                    MOVE 'SUPPR' TO hi_operation
                    MOVE 'DOSSIERS' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-DELETE
            ELSE
                DISPLAY 'Suppression annulée'
            END-IF
        END-READ
    END-IF
    CLOSE FDossiers
.

SupprimerDossierAffaire.
    *>Le dossier structuré ne doit pas survivre à son affaire
    OPEN I-O FDossiers
    IF dossierCR <> 0
        CLOSE FDossiers
    ELSE
        MOVE WRef TO fd_refAffaire
        MOVE 0 TO fd_typeElement
        MOVE 0 TO fd_numOrdre
        START FDossiers KEY IS >= fd_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin2
            PERFORM WITH TEST AFTER UNTIL WFin2 = 1
                READ FDossiers NEXT
                AT END MOVE 1 TO WFin2
                NOT AT END
                    IF fd_refAffaire <> WRef
                        MOVE 1 TO WFin2
                    ELSE
                        DELETE FDossiers RECORD END-DELETE
                    END-IF
            END-PERFORM
        END-START
        CLOSE FDossiers
    END-IF
.

EditerFicheAffaire.
    *>Fiche récapitulative imprimable d'une affaire : dossier structuré,
    *>séances avec leur issue et jurés ayant siégé — la pièce que le
    *>greffe reconstituait à la main à chaque demande du président.
    OPEN INPUT FAffaires
    IF affaireCR <> 0
        DISPLAY 'Il n''existe aucune affaire !'
        CLOSE FAffaires
    ELSE
        DISPLAY 'Référence de l''affaire :'
        ACCEPT WRef
        MOVE WRef TO fa_refAffaire
        READ FAffaires KEY IS fa_refAffaire
        INVALID KEY
            DISPLAY 'Affaire inexistante !'
        NOT INVALID KEY
            OPEN OUTPUT FFiche
            ACCEPT dateAjd FROM DATE YYYYMMDD
            MOVE SPACES TO ligneFiche
            STRING 'FICHE RECAPITULATIVE - AFFAIRE ' DELIMITED BY SIZE
                   fa_refAffaire DELIMITED BY SIZE
                INTO ligneFiche
            END-STRING
            WRITE ligneFiche
            MOVE SPACES TO ligneFiche
            STRING 'Editée le ' DELIMITED BY SIZE
                   dateAjd DELIMITED BY SIZE
                INTO ligneFiche
            END-STRING
            WRITE ligneFiche
            MOVE SPACES TO ligneFiche
            IF fa_classee = 1
                MOVE 'Affaire classée' TO ligneFiche
            ELSE
                MOVE 'Affaire en cours' TO ligneFiche
            END-IF
            WRITE ligneFiche
            MOVE SPACES TO ligneFiche
            STRING 'Contexte : ' DELIMITED BY SIZE
                   fa_contexte DELIMITED BY SIZE
                INTO ligneFiche
            END-STRING
            WRITE ligneFiche
            PERFORM LibellerRegime
            MOVE SPACES TO ligneFiche
            IF fa_dateLimite > 0
                STRING 'Délai : ' DELIMITED BY SIZE
                       WLibelleRegime DELIMITED BY SIZE
                       ' - saisine le ' DELIMITED BY SIZE
                       fa_dateSaisine DELIMITED BY SIZE
                       ' - à juger avant le ' DELIMITED BY SIZE
                       fa_dateLimite DELIMITED BY SIZE
                    INTO ligneFiche
                END-STRING
            ELSE
                STRING 'Délai : ' DELIMITED BY SIZE
                       WLibelleRegime DELIMITED BY SIZE
                    INTO ligneFiche
                END-STRING
            END-IF
            WRITE ligneFiche
            MOVE '========================================' TO ligneFiche
            WRITE ligneFiche
            PERFORM EcrireDossierFiche
            PERFORM EcrireSeancesFiche
            CLOSE FFiche
            DISPLAY 'Fiche écrite dans fiche.txt'
        END-READ
        CLOSE FAffaires
    END-IF
.

EcrireDossierFiche.
    MOVE SPACES TO ligneFiche
    WRITE ligneFiche
    MOVE '--- DOSSIER ---' TO ligneFiche
    WRITE ligneFiche
    OPEN INPUT FDossiers
    IF dossierCR <> 0
        MOVE 'Dossier non renseigné.' TO ligneFiche
        WRITE ligneFiche
        CLOSE FDossiers
    ELSE
        MOVE 0 TO WNbElements
        MOVE WRef TO fd_refAffaire
        MOVE 0 TO fd_typeElement
        MOVE 0 TO fd_numOrdre
        START FDossiers KEY IS >= fd_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin2
            PERFORM WITH TEST AFTER UNTIL WFin2 = 1
                READ FDossiers NEXT
                AT END MOVE 1 TO WFin2
                NOT AT END
                    IF fd_refAffaire <> WRef
                        MOVE 1 TO WFin2
                    ELSE
                        ADD 1 TO WNbElements
                        PERFORM EcrireElementDossierFiche
                    END-IF
            END-PERFORM
        END-START
        IF WNbElements = 0
            MOVE 'Dossier non renseigné.' TO ligneFiche
            WRITE ligneFiche
        END-IF
        CLOSE FDossiers
    END-IF
.

EcrireElementDossierFiche.
    MOVE SPACES TO ligneFiche
    EVALUATE fd_typeElement
        WHEN 1
            STRING 'Nature : ' DELIMITED BY SIZE
                   fd_nom DELIMITED BY SIZE
                INTO ligneFiche
            END-STRING
        WHEN 2
            STRING 'Partie : ' DELIMITED BY SIZE
                   fd_nom DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   fd_role DELIMITED BY SIZE
                INTO ligneFiche
            END-STRING
        WHEN 3
            STRING 'Avocat : ' DELIMITED BY SIZE
                   fd_nom DELIMITED BY SIZE
                   ' - conseil de ' DELIMITED BY SIZE
                   fd_role DELIMITED BY SIZE
                INTO ligneFiche
            END-STRING
    END-EVALUATE
    WRITE ligneFiche
.

EcrireSeancesFiche.
    MOVE SPACES TO ligneFiche
    WRITE ligneFiche
    MOVE '--- SEANCES ---' TO ligneFiche
    WRITE ligneFiche
    OPEN INPUT FSeances
    IF seanceCR <> 0
        MOVE 'Aucune séance enregistrée.' TO ligneFiche
        WRITE ligneFiche
        CLOSE FSeances
    ELSE
        OPEN INPUT FConvocations
        OPEN INPUT FJures
        MOVE 0 TO WNbSeancesFiche
        MOVE WRef TO fse_refAffaire
        START FSeances KEY IS = fse_refAffaire
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FSeances NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fse_refAffaire <> WRef
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO WNbSeancesFiche
                        PERFORM EcrireSeanceFiche
                    END-IF
            END-PERFORM
        END-START
        IF WNbSeancesFiche = 0
            MOVE 'Aucune séance pour cette affaire.' TO ligneFiche
            WRITE ligneFiche
        END-IF
        CLOSE FJures
        CLOSE FConvocations
        CLOSE FSeances
    END-IF
.

EcrireSeanceFiche.
    PERFORM ObtenirFinSeance
    EVALUATE fse_etat
        WHEN 0 MOVE 'programmée' TO WLibelleIssue
        WHEN 1 MOVE 'tenue' TO WLibelleIssue
        WHEN 2 MOVE 'renvoyée' TO WLibelleIssue
        WHEN 3 MOVE 'annulée' TO WLibelleIssue
        WHEN OTHER MOVE 'inconnue' TO WLibelleIssue
    END-EVALUATE
    MOVE SPACES TO ligneFiche
    WRITE ligneFiche
    MOVE SPACES TO ligneFiche
    STRING 'Séance n ' DELIMITED BY SIZE
           fse_numSeance DELIMITED BY SIZE
           ' du ' DELIMITED BY SIZE
           fse_date DELIMITED BY SIZE
           ' au ' DELIMITED BY SIZE
           WDateFinSeance DELIMITED BY SIZE
           ' à ' DELIMITED BY SIZE
           fse_heure DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WLibelleIssue DELIMITED BY SIZE
        INTO ligneFiche
    END-STRING
    WRITE ligneFiche
    MOVE SPACES TO ligneFiche
    STRING '  Salle ' DELIMITED BY SIZE
           fse_numSalle DELIMITED BY SIZE
           ' - Tribunal ' DELIMITED BY SIZE
           fse_numTribunal DELIMITED BY SIZE
           ' - Juge ' DELIMITED BY SIZE
           fse_juge DELIMITED BY SIZE
        INTO ligneFiche
    END-STRING
    WRITE ligneFiche
    IF fse_etat = 1
        PERFORM EcrireJuresSiegesFiche
    END-IF
.

EcrireJuresSiegesFiche.
    *>Jurés ayant siégé, puis jurés présents à l'ouverture mais libérés
    *>lors du tirage du jury de jugement
    MOVE 0 TO WNbJuresSiege
    MOVE 0 TO WNbLiberes
    MOVE fse_numSeance TO WNseCible
    MOVE WNseCible TO fc_numSeance
    START FConvocations KEY IS = fc_numSeance
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
        MOVE 0 TO WFin1
        PERFORM WITH TEST AFTER UNTIL WFin1 = 1
            READ FConvocations NEXT
            AT END MOVE 1 TO WFin1
            NOT AT END
                IF fc_numSeance <> WNseCible
                    MOVE 1 TO WFin1
                ELSE
                    PERFORM DeterminerSiegeJure
                    IF WASiege = 1
                        ADD 1 TO WNbJuresSiege
                        PERFORM EcrireJureFiche
                    END-IF
                END-IF
        END-PERFORM
    END-START
    IF WNbJuresSiege = 0
        MOVE '  Aucun juré n''a siégé.' TO ligneFiche
        WRITE ligneFiche
    END-IF
    IF fse_jury = 1
        MOVE '  Présents à l''ouverture, libérés au tirage du jury :' TO ligneFiche
        WRITE ligneFiche
        MOVE WNseCible TO fc_numSeance
        START FConvocations KEY IS = fc_numSeance
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin1
            PERFORM WITH TEST AFTER UNTIL WFin1 = 1
                READ FConvocations NEXT
                AT END MOVE 1 TO WFin1
                NOT AT END
                    IF fc_numSeance <> WNseCible
                        MOVE 1 TO WFin1
                    ELSE
                        PERFORM DeterminerSiegeJure
                        IF WASiege = 0 AND fc_presence = 1
                            ADD 1 TO WNbLiberes
                            PERFORM EcrireJureFiche
                        END-IF
                    END-IF
            END-PERFORM
        END-START
        IF WNbLiberes = 0
            MOVE '  Aucun.' TO ligneFiche
            WRITE ligneFiche
        END-IF
    END-IF
.

EcrireJureFiche.
    PERFORM LibellerQualiteJury
    MOVE fc_jure TO fj_matricule
    READ FJures KEY IS fj_matricule
    INVALID KEY
        MOVE SPACES TO ligneFiche
        STRING '  Juré matricule ' DELIMITED BY SIZE
               fc_jure DELIMITED BY SIZE
               ' (inconnu au fichier des jurés)' DELIMITED BY SIZE
            INTO ligneFiche
        END-STRING
        WRITE ligneFiche END-WRITE
    NOT INVALID KEY
        MOVE SPACES TO ligneFiche
        STRING '  Juré matricule ' DELIMITED BY SIZE
               fj_matricule DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               fj_prenom DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               fj_nom DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WLibelleJury DELIMITED BY SIZE
            INTO ligneFiche
        END-STRING
        WRITE ligneFiche
    END-READ
.

ConsulterTribunaux.
    MOVE 0 TO WFin
    OPEN INPUT FTribunaux
    IF tribunalCR <> 0
        DISPLAY 'Aucune juridiction enregistrée.'
    ELSE
        PERFORM WITH TEST AFTER UNTIL WFin = 1
        READ FTribunaux NEXT
        AT END MOVE 1 TO WFin
        NOT AT END
            PERFORM AfficherTribunal
            DISPLAY ' '
        END-READ
        END-PERFORM
    END-IF
    CLOSE FTribunaux
.

AfficherTribunal.
    DISPLAY 'Tribunal n°', ft_numTribunal, ' : ', ft_nom
    IF ft_type >= 1 AND ft_type <= 9
        DISPLAY 'Type : ', TLT-Libelle(ft_type)
    END-IF
    DISPLAY 'Adresse : ', ft_adresse
    DISPLAY '          ', ft_codePostal, ' ', ft_ville
    DISPLAY 'Ressort (départements) :'
    PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > 10
        IF ft_deptRessort(WIdx1) <> 0
            DISPLAY '   ', ft_deptRessort(WIdx1)
        END-IF
    END-PERFORM
.

AfficherTypesTribunal.
    PERFORM VARYING ITLT FROM 1 BY 1 UNTIL ITLT > 9
        SET WIdx1 TO ITLT
        DISPLAY '   ', WIdx1, ' : ', TLT-Libelle(ITLT)
    END-PERFORM
.

SaisirTribunal.
    *>Saisie commune à l'ajout et à la modification ; le numéro est déjà
    *>dans ft_numTribunal
    DISPLAY 'Nom complet de la juridiction :'
    ACCEPT ft_nom
    MOVE 0 TO ft_type
    PERFORM WITH TEST AFTER UNTIL ft_type >= 1 AND ft_type <= 9
        DISPLAY 'Type de juridiction :'
        PERFORM AfficherTypesTribunal
        ACCEPT ft_type
        IF ft_type < 1 OR ft_type > 9
            DISPLAY 'Type inconnu !'
        END-IF
    END-PERFORM
    DISPLAY 'Adresse (numéro et voie) :'
    ACCEPT ft_adresse
    DISPLAY 'Code postal :'
    ACCEPT ft_codePostal
    DISPLAY 'Ville :'
    ACCEPT ft_ville
    *>Ressort : jusqu'à dix départements, la saisie de 0 termine la liste
    MOVE 0 TO WNbRessort
    PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > 10
        MOVE 0 TO ft_deptRessort(WIdx1)
    END-PERFORM
    PERFORM WITH TEST AFTER UNTIL WDeptSaisi = 0 OR WNbRessort = 10
        DISPLAY 'Département du ressort (0 pour terminer) :'
        ACCEPT WDeptSaisi
        IF WDeptSaisi <> 0
            ADD 1 TO WNbRessort
            MOVE WDeptSaisi TO ft_deptRessort(WNbRessort)
        END-IF
    END-PERFORM
.

AjouterTribunal.
    DISPLAY 'Numéro du tribunal :'
    ACCEPT numT
    MOVE numT TO ft_numTribunal
    PERFORM LireTribunal
    IF WTribConnu = 1
        DISPLAY 'Juridiction déjà existante : ', ft_nom
    ELSE
        OPEN I-O FTribunaux
        *>Vérification de l'existence du fichier
        IF tribunalCR <> 0
            OPEN OUTPUT FTribunaux
            CLOSE FTribunaux
            OPEN I-O FTribunaux
        END-IF
        MOVE numT TO ft_numTribunal
        PERFORM SaisirTribunal
        WRITE tribunalTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture'
        NOT INVALID KEY
            DISPLAY 'Juridiction créée'
        END-WRITE
        CLOSE FTribunaux
    END-IF
.

ModifierTribunal.
    DISPLAY 'Numéro du tribunal à modifier :'
    ACCEPT numT
    MOVE numT TO ft_numTribunal
    OPEN I-O FTribunaux
    IF tribunalCR <> 0
        DISPLAY 'Aucune juridiction enregistrée.'
    ELSE
        READ FTribunaux KEY IS ft_numTribunal
        INVALID KEY
            DISPLAY 'Juridiction inconnue !'
        NOT INVALID KEY
            DISPLAY 'Informations actuelles de la juridiction'
            PERFORM AfficherTribunal
            DISPLAY '****'
            MOVE tribunalTampon TO hi_avant
            PERFORM SaisirTribunal
            REWRITE tribunalTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                DISPLAY 'Modification effectuée'
                MOVE ft_numTribunal TO hi_cle
                MOVE tribunalTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'TRIBUNAUX' TO hi_fichier
                PERFORM EnregistrerHistorique
            END-REWRITE
        END-READ
    END-IF
    CLOSE FTribunaux
.

SupprimerTribunal.
    DISPLAY 'Numéro du tribunal à supprimer :'
    ACCEPT numT
    MOVE numT TO ft_numTribunal
    PERFORM LireTribunal
    IF WTribConnu = 0
        DISPLAY 'Juridiction inconnue !'
    ELSE
        PERFORM AfficherTribunal
        DISPLAY 'Souhaitez vous vraiment supprimer cette juridiction ? 1/0'
        ACCEPT WRep
        IF WRep = 1
            *>Une juridiction qui a encore des salles ou des séances reste
            *>au référentiel : les lettres et le rôle en tirent l'adresse
            MOVE 0 TO Wtrouve1
            OPEN INPUT FSalles
            IF salleCR = 0
                MOVE 0 TO WFin
                PERFORM WITH TEST AFTER UNTIL WFin = 1 OR Wtrouve1 = 1
                    READ FSalles NEXT
                    AT END MOVE 1 TO WFin
                    NOT AT END
                        IF fsa_numTribunal = numT
                            MOVE 1 TO Wtrouve1
                        END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE FSalles
            OPEN INPUT FSeances
            IF seanceCR = 0
                MOVE 0 TO WFin
                PERFORM WITH TEST AFTER UNTIL WFin = 1 OR Wtrouve1 = 1
                    READ FSeances NEXT
                    AT END MOVE 1 TO WFin
                    NOT AT END
                        IF fse_numTribunal = numT
                            MOVE 1 TO Wtrouve1
                        END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE FSeances
            IF Wtrouve1 = 0
                OPEN I-O FTribunaux
                MOVE numT TO ft_numTribunal
                READ FTribunaux KEY IS ft_numTribunal END-READ
                MOVE tribunalTampon TO hi_avant
                DELETE FTribunaux RECORD
                INVALID KEY
                    DISPLAY 'Erreur de suppression'
                NOT INVALID KEY
                    DISPLAY 'Juridiction ', numT, ' supprimée'
                    MOVE ft_numTribunal TO hi_cle
                    MOVE SPACES TO hi_apres
                    MOVE 'SUPPR' TO hi_operation
                    MOVE 'TRIBUNAUX' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-DELETE
                CLOSE FTribunaux
            ELSE
                DISPLAY 'Suppression impossible, des salles ou des séances sont rattachées à cette juridiction'
            END-IF
        ELSE
            DISPLAY 'Suppression annulée'
        END-IF
    END-IF
.

ConsulterSalles.
    MOVE 0 TO WFin

    OPEN INPUT FSalles
    IF salleCR <> 0
        DISPLAY 'Fichier vide'
    ELSE 
        PERFORM WITH TEST AFTER UNTIL WFin = 1
        READ FSalles NEXT
        AT END MOVE 1 to WFin
        NOT AT END
            DISPLAY 'Numéro de salle : 'fsa_numSalle
            DISPLAY 'Numéro de tribunal : 'fsa_numTribunal
            DISPLAY 'Capacité de la salle : 'fsa_capacite
            DISPLAY ' '
        END-READ  
        END-PERFORM
    END-IF
CLOSE FSalles.

AjouterSalle.
    DISPLAY 'Numero salle'
    ACCEPT numS
    DISPLAY 'Saisir le numéro du tribunal'
    ACCEPT numT
    DISPLAY 'Saisir la capacité de la nouvelle salle'
    ACCEPT capa

    MOVE numT TO ft_numTribunal
    PERFORM LireTribunal
    MOVE numS TO fsa_numSalle
    MOVE numT TO fsa_numTribunal
    OPEN INPUT FSalles
    READ FSalles KEY IS fsa_salle
    END-READ
    IF WTribConnu = 0
        DISPLAY 'Tribunal inconnu au référentiel des juridictions !'
        CLOSE FSalles
    ELSE
    IF salleCR = 0
        DISPLAY 'Salle déjà existante'
        CLOSE FSalles
    ELSE
        CLOSE FSalles
        OPEN I-O FSalles
        *>Vérification de l'existence du fichier
        IF salleCR <> 0
        CLOSE FSalles
        OPEN OUTPUT FSalles
        END-IF
        MOVE capa TO fsa_capacite
        MOVE numS TO fsa_numSalle
        MOVE numT TO fsa_numTribunal
        Write salleTampon END-Write
        DISPLAY 'Salle créée'
        CLOSE FSalles
    END-IF
    END-IF.

ModifierSalle.
    DISPLAY ' Saisir le numéro de la salle à modifier'
    ACCEPT numS
    DISPLAY 'Saisir le numéro du tribunal de la salle correspondante'
    ACCEPT numT
    MOVE numS TO fsa_numSalle
    MOVE numT TO fsa_numTribunal
    OPEN I-O FSalles
    IF salleCR <> 0
        DISPLAY 'Fichier vide'
        CLOSE FSalles
    ELSE
        READ FSalles KEY IS fsa_salle
        INVALID KEY
            DISPLAY 'Salle non trouvée'
        NOT INVALID KEY
            DISPLAY 'Informations actuelles de la salle'
            DISPLAY 'capacité : ', fsa_capacite
            DISPLAY '****'
            DISPLAY 'Saisir la capacité de la nouvelle salle'
            ACCEPT capa
            MOVE salleTampon TO hi_avant
            MOVE capa TO fsa_capacite
            REWRITE salleTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                DISPLAY 'Modification effectuée'
                MOVE fsa_salle TO hi_cle
                MOVE salleTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'SALLES' TO hi_fichier
                PERFORM EnregistrerHistorique
            END-REWRITE
        END-READ
        CLOSE FSalles
    END-IF.

SupprimerSalle.
    DISPLAY ' Saisir le numéro de la salle à supprimer'
    ACCEPT numS
    DISPLAY 'Saisir le numéro du tribunal de la salle correspondante'
    ACCEPT numT
    MOVE numS TO fsa_numSalle
    MOVE numT TO fsa_numTribunal

    OPEN INPUT FSalles
    IF salleCR <> 0
        DISPLAY 'Fichier vide'
        MOVE 0 TO WTrouve
    ELSE
        READ FSalles KEY IS fsa_salle
        INVALID KEY
            MOVE 0 TO WTrouve
        NOT INVALID KEY
            MOVE 1 TO WTrouve
            DISPLAY ' ** Informations actuelles de la salle **'
            DISPLAY 'NumSalle : 'fsa_numSalle
            DISPLAY 'NumTribunal : 'fsa_numTribunal
            DISPLAY 'capacité : ' fsa_capacite
            DISPLAY '****'
        END-READ
    END-IF
    CLOSE FSalles

    IF WTrouve = 1
        DISPLAY 'Souhaitez vous vraiment supprimer cette salle ? 1/0'
        ACCEPT WRep

        IF WRep = 1
            MOVE 0 to Wtrouve1
            MOVE 0 to Wfin
            OPEN INPUT FSeances
            MOVE numS TO fse_numSalle
            START FSeances KEY IS = fse_numSalle
               INVALID KEY
               DISPLAY "null"
                  NOT INVALID KEY
                  PERFORM WITH TEST AFTER UNTIL WFin = 1 OR Wtrouve1 = 1
                               READ FSeances NEXT
                               AT END MOVE 1 TO WFin
                               NOT AT END
                               IF fse_numSalle <> numS
                               MOVE 1 to Wfin
                               ELSE
                                  If FUNCTION INTEGER-OF-DATE(fse_date) > FUNCTION INTEGER-OF-DATE(dateAjd)
                                  MOVE 1 to Wtrouve1
                                  END-IF
                                END-IF
                               END-READ
                           END-PERFORM
                        END-START
            CLOSE FSeances
            IF Wtrouve1 = 0
                OPEN I-O FSalles
                MOVE numS TO fsa_numSalle
                MOVE numT TO fsa_numTribunal
                MOVE salleTampon TO hi_avant
                DELETE FSalles RECORD
                INVALID KEY
                    DISPLAY 'Erreur de suppression'
                NOT INVALID KEY
                    DISPLAY 'Salle 'numS' du tribunal 'numT' supprimée'
                    MOVE fsa_salle TO hi_cle
                    MOVE SPACES TO hi_apres
                    MOVE 'SUPPR' TO hi_operation
                    MOVE 'SALLES' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-DELETE
                CLOSE FSalles
            ELSE
                DISPLAY "Suppression impossible, des séances sont prévues dans cette salle"
            END-IF
        ELSE
            DISPLAY 'Suppression annulée'
        END-IF
    ELSE
        DISPLAY 'Salle non trouvée'
    END-IF.

RechercherSallesLibres.

*> Pour chaque salle (LireSeq)
*> On instancie un bool a faux
*> Lecture de zone sur fse_numSalle : Si date = wdate on read salle next et bool = vrai
*> Si bool = Faux à la fin de la zone on affiche.


OPEN INPUT FSalles
IF salleCR <> 00
       DISPLAY 'Erreur ouverture fichier'
ELSE
       Display "Date choisie ? AAAAMMJJ"
       Accept wdate
       
       OPEN INPUT FSeances
       PERFORM WITH TEST AFTER UNTIL WFin = 1
       READ FSalles NEXT
       AT END MOVE 1 to WFin
       NOT AT END
       
            MOVE 0 TO Wtrouve
            START FSeances KEY IS = fse_numSalle
               INVALID KEY
               DISPLAY "Clé invalide"
                NOT INVALID KEY 
                PERFORM with test after until Wfin1 = 1 OR Wtrouve = 1
                READ FSeances NEXT
                NOT AT END
                   IF fse_numSalle <> fsa_numSalle
                   MOVE 1 to Wfin1
                   ELSE
                       PERFORM ObtenirFinSeance
                       If fse_date <= wdate AND WDateFinSeance >= wdate
                           MOVE 1 to Wtrouve
                       END-IF
                    END-IF
                END-READ
                END-PERFORM

                IF Wtrouve = 0
                Display "Numéro de salle : "fsa_numSalle
                DISPLAY "Numero tribunal " fsa_numTribunal
                DISPLAY "Capacité de la salle :" fsa_capacite
                Display " "
                END-IF
                       
       END-READ  
    END-PERFORM
    CLOSE FSeances
END-IF
CLOSE FSalles.


AfficherSeancesIncorrectes.
OPEN INPUT FSeances
OPEN INPUT FConvocations
MOVE 0 TO WFin
PERFORM WITH TEST AFTER UNTIL WFin = 1
    READ FSeances NEXT
    AT END MOVE 1 TO WFin
    NOT AT END
       *>Les excusés et défaillants ne comptent pas : même règle que
       *>CompterConvoquesSeance partout ailleurs
       PERFORM CompterConvoquesSeance
       IF nbCount = 0
           DISPLAY 'La séance n° ', fse_numSeance, ' est invalide (aucun juré).'
       ELSE
           IF nbCount < 3
           DISPLAY 'La séance n° ', fse_numSeance, ' est invalide (', nbCount, ' jurés au lieu de 3 minimum).'
           ELSE
               IF nbCount > 6
                   DISPLAY 'La séance n° ', fse_numSeance, ' est invalide (', nbCount, ' jurés au lieu de 6 maximum).'
               END-IF
           END-IF
           PERFORM ObtenirCapaciteSalle
           IF capa > 0 AND nbCount > capa
               DISPLAY 'La séance n° ', fse_numSeance, ' dépasse la capacité de sa salle (', nbCount, ' jurés pour ', capa, ' places).'
           END-IF
       END-IF
    END-READ
END-PERFORM

CLOSE FConvocations
CLOSE FSeances.

GenererConvocations.
    DISPLAY 'Numéro de la séance'
    ACCEPT fse_numSeance
    OPEN INPUT FSeances
    IF seanceCR <> 0
        DISPLAY 'Le fichier Séances n''existe pas !'
    ELSE
        READ FSeances KEY IS fse_numSeance
        INVALID KEY
            DISPLAY 'Cette séance n''existe pas.'
        NOT INVALID KEY
            MOVE fse_numSeance TO WNseCible
            OPEN INPUT FConvocations
            IF convoCR <> 0
                DISPLAY 'Aucune convocation enregistrée.'
            ELSE
                MOVE WNseCible TO fc_numSeance
                START FConvocations KEY IS = fc_numSeance
                INVALID KEY
                    DISPLAY 'Aucun juré n''est convoqué pour cette séance.'
                NOT INVALID KEY
                    OPEN INPUT FJures
                    OPEN OUTPUT FLettres
                    MOVE 0 TO WFin
                    MOVE 0 TO nbCount
                    PERFORM WITH TEST AFTER UNTIL WFin = 1
                        READ FConvocations NEXT
                        AT END MOVE 1 TO WFin
                        NOT AT END
                            IF fc_numSeance <> WNseCible
                                MOVE 1 TO WFin
                            ELSE
                                IF fc_valide = 3 OR fc_valide = 4
                                    CONTINUE *>Excusé ou défaillant : pas de lettre
                                ELSE
                                    MOVE fc_jure TO fj_matricule
                                    READ FJures KEY IS fj_matricule
                                    NOT INVALID KEY
                                        PERFORM EcrireLettreConvocation
                                        ADD 1 TO nbCount
                                    END-READ
                                END-IF
                            END-IF
                    END-PERFORM
                    CLOSE FJures
                    CLOSE FLettres
                    DISPLAY nbCount, ' convocation(s) écrite(s) dans convocations.txt'
                END-START
            END-IF
            CLOSE FConvocations
        END-READ
    END-IF
    CLOSE FSeances
.

EcrireLettreConvocation.
    MOVE SPACES TO ligneLettre
    STRING 'CONVOCATION - Séance n ' DELIMITED BY SIZE
           fse_numSeance DELIMITED BY SIZE
        INTO ligneLettre
    END-STRING
    WRITE ligneLettre

    MOVE SPACES TO ligneLettre
    WRITE ligneLettre

    MOVE SPACES TO ligneLettre
    STRING fj_prenom DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           fj_nom DELIMITED BY SPACE
        INTO ligneLettre
    END-STRING
    WRITE ligneLettre

    MOVE SPACES TO ligneLettre
    STRING fj_adresse DELIMITED BY SIZE
        INTO ligneLettre
    END-STRING
    WRITE ligneLettre

    MOVE SPACES TO ligneLettre
    WRITE ligneLettre

    PERFORM ObtenirFinSeance
    MOVE SPACES TO ligneLettre
    IF WDateFinSeance > fse_date
        STRING 'Vous êtes convoqué(e) du ' DELIMITED BY SIZE
               fse_date DELIMITED BY SIZE
               ' au ' DELIMITED BY SIZE
               WDateFinSeance DELIMITED BY SIZE
            INTO ligneLettre
        END-STRING
    ELSE
        STRING 'Vous êtes convoqué(e) le ' DELIMITED BY SIZE
               fse_date DELIMITED BY SIZE
            INTO ligneLettre
        END-STRING
    END-IF
    WRITE ligneLettre

    MOVE SPACES TO ligneLettre
    STRING 'L''audience débute à ' DELIMITED BY SIZE
           fse_heure DELIMITED BY SIZE
           ' (heure HHMM).' DELIMITED BY SIZE
        INTO ligneLettre
    END-STRING
    WRITE ligneLettre

    PERFORM EcrireTribunalLettre

    MOVE SPACES TO ligneLettre
    WRITE ligneLettre

    MOVE '----------------------------------------' TO ligneLettre
    WRITE ligneLettre
.

EcrireTribunalLettre.
    *>Lieu de l'audience : nom et adresse de la juridiction tirés du
    *>référentiel, numéro seul si elle n'y figure pas encore
    MOVE fse_numTribunal TO ft_numTribunal
    PERFORM LireTribunal
    MOVE SPACES TO ligneLettre
    IF WTribConnu = 1
        STRING 'Salle ' DELIMITED BY SIZE
               fse_numSalle DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ft_nom DELIMITED BY SIZE
            INTO ligneLettre
        END-STRING
        WRITE ligneLettre
        MOVE SPACES TO ligneLettre
        STRING ft_adresse DELIMITED BY SIZE
            INTO ligneLettre
        END-STRING
        WRITE ligneLettre
        MOVE SPACES TO ligneLettre
        STRING ft_codePostal DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ft_ville DELIMITED BY SIZE
            INTO ligneLettre
        END-STRING
    ELSE
        STRING 'Salle ' DELIMITED BY SIZE
               fse_numSalle DELIMITED BY SIZE
               ' - Tribunal ' DELIMITED BY SIZE
               fse_numTribunal DELIMITED BY SIZE
            INTO ligneLettre
        END-STRING
    END-IF
    WRITE ligneLettre
.

GenererAvisAudience.
    *>Avis d'audience aux parties et avocats inscrits au dossier de
    *>l'affaire de la séance du tampon, selon WMotifAvis (1=fixation,
    *>2=report, 3=réémission). Chaque avis est porté au registre
    *>registreAvis.dat, y compris ceux qui n'ont pu partir faute d'adresse.
    MOVE 0 TO WNbAvis
    MOVE 0 TO WNbSansAdresse
    MOVE fse_refAffaire TO WRefAvis
    OPEN INPUT FDossiers
    IF dossierCR <> 0
        DISPLAY 'Dossier de l''affaire vide : aucun avis d''audience à émettre.'
    ELSE
        OPEN I-O FRegistreAvis
        IF registreAvisCR <> 0
            OPEN OUTPUT FRegistreAvis
            CLOSE FRegistreAvis
            OPEN I-O FRegistreAvis
        END-IF
        *>Les avis s'ajoutent à ceux déjà en attente d'envoi : plusieurs
        *>séances peuvent être fixées dans la même session
        OPEN EXTEND FAvis
        IF avisCR <> 0
            OPEN OUTPUT FAvis
        END-IF
        ACCEPT WDateEnvoiAvis FROM DATE YYYYMMDD
        PERFORM ObtenirFinSeance
        MOVE fse_numTribunal TO ft_numTribunal
        PERFORM LireTribunal
        MOVE WRefAvis TO fd_refAffaire
        MOVE 2 TO fd_typeElement
        MOVE 0 TO fd_numOrdre
        START FDossiers KEY IS >= fd_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFinAvis
            PERFORM WITH TEST AFTER UNTIL WFinAvis = 1
                READ FDossiers NEXT
                AT END MOVE 1 TO WFinAvis
                NOT AT END
                    IF fd_refAffaire <> WRefAvis
                        MOVE 1 TO WFinAvis
                    ELSE
                        IF fd_typeElement = 2 OR fd_typeElement = 3
                            PERFORM EmettreAvisAudience
                        END-IF
                    END-IF
            END-PERFORM
        END-START
        CLOSE FAvis
        CLOSE FRegistreAvis
        IF WNbAvis = 0 AND WNbSansAdresse = 0
            DISPLAY 'Aucune partie ni avocat au dossier de l''affaire ', WRefAvis, ' : aucun avis émis.'
        ELSE
            DISPLAY WNbAvis, ' avis d''audience écrit(s) dans avis.txt'
            IF WNbSansAdresse > 0
                DISPLAY WNbSansAdresse, ' partie(s) ou avocat(s) sans adresse : avis inscrit(s) au registre comme non envoyé(s).'
            END-IF
        END-IF
    END-IF
    CLOSE FDossiers
.

EmettreAvisAudience.
    *>Numéro d'avis suivant pour cet élément du dossier sur cette séance
    MOVE fse_numSeance TO ra_numSeance
    MOVE fd_refAffaire TO ra_refAffaire
    MOVE fd_typeElement TO ra_typeElement
    MOVE fd_numOrdre TO ra_numOrdre
    MOVE 0 TO ra_numAvis
    PERFORM WITH TEST AFTER UNTIL registreAvisCR <> 0 OR ra_numAvis = 99
        ADD 1 TO ra_numAvis
        READ FRegistreAvis KEY IS ra_cle END-READ
    END-PERFORM
    MOVE WDateEnvoiAvis TO ra_dateEnvoi
    MOVE WMotifAvis TO ra_motif
    MOVE fd_nom TO ra_nom
    MOVE fd_role TO ra_role
    MOVE fd_adresse TO ra_adresse
    MOVE fd_codePostal TO ra_codePostal
    MOVE fd_ville TO ra_ville
    MOVE fse_date TO ra_dateSeance
    MOVE WDateFinSeance TO ra_dateFinSeance
    MOVE fse_heure TO ra_heure
    MOVE fse_numSalle TO ra_numSalle
    MOVE fse_numTribunal TO ra_numTribunal
    MOVE WAgent TO ra_agent
    IF fd_adresse = SPACES OR fd_ville = SPACES
        MOVE 0 TO ra_envoye
        ADD 1 TO WNbSansAdresse
        DISPLAY 'Pas d''adresse pour ', fd_nom, ' : avis non envoyé.'
    ELSE
        MOVE 1 TO ra_envoye
        ADD 1 TO WNbAvis
        PERFORM EcrireAvisAudience
    END-IF
    WRITE registreAvisTampon
    INVALID KEY
        DISPLAY 'Erreur d''écriture au registre des avis (', fd_nom, ')'
    END-WRITE
.

EcrireAvisAudience.
    MOVE SPACES TO ligneAvis
    STRING 'AVIS D''AUDIENCE - Affaire ' DELIMITED BY SIZE
           fse_refAffaire DELIMITED BY SIZE
           ' - Séance n ' DELIMITED BY SIZE
           fse_numSeance DELIMITED BY SIZE
        INTO ligneAvis
    END-STRING
    WRITE ligneAvis

    MOVE SPACES TO ligneAvis
    WRITE ligneAvis

    MOVE fd_nom TO ligneAvis
    WRITE ligneAvis

    MOVE fd_adresse TO ligneAvis
    WRITE ligneAvis

    MOVE SPACES TO ligneAvis
    STRING fd_codePostal DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           fd_ville DELIMITED BY SIZE
        INTO ligneAvis
    END-STRING
    WRITE ligneAvis

    MOVE SPACES TO ligneAvis
    WRITE ligneAvis

    MOVE SPACES TO ligneAvis
    IF fd_typeElement = 3
        STRING 'En qualité de conseil de : ' DELIMITED BY SIZE
               fd_role DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
    ELSE
        STRING 'En qualité de : ' DELIMITED BY SIZE
               fd_role DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
    END-IF
    WRITE ligneAvis

    IF WMotifAvis = 2
        MOVE SPACES TO ligneAvis
        STRING 'L''audience initialement prévue le ' DELIMITED BY SIZE
               WDateAncienne DELIMITED BY SIZE
               ' est reportée.' DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
        WRITE ligneAvis
    END-IF

    MOVE SPACES TO ligneAvis
    IF WDateFinSeance > fse_date
        STRING 'L''affaire sera appelée à l''audience du ' DELIMITED BY SIZE
               fse_date DELIMITED BY SIZE
               ' au ' DELIMITED BY SIZE
               WDateFinSeance DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
    ELSE
        STRING 'L''affaire sera appelée à l''audience du ' DELIMITED BY SIZE
               fse_date DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
    END-IF
    WRITE ligneAvis

    MOVE SPACES TO ligneAvis
    STRING 'L''audience débute à ' DELIMITED BY SIZE
           fse_heure DELIMITED BY SIZE
           ' (heure HHMM).' DELIMITED BY SIZE
        INTO ligneAvis
    END-STRING
    WRITE ligneAvis

    *>Lieu de l'audience, comme sur les convocations des jurés
    MOVE SPACES TO ligneAvis
    IF WTribConnu = 1
        STRING 'Salle ' DELIMITED BY SIZE
               fse_numSalle DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ft_nom DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
        WRITE ligneAvis
        MOVE SPACES TO ligneAvis
        STRING ft_adresse DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
        WRITE ligneAvis
        MOVE SPACES TO ligneAvis
        STRING ft_codePostal DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ft_ville DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
    ELSE
        STRING 'Salle ' DELIMITED BY SIZE
               fse_numSalle DELIMITED BY SIZE
               ' - Tribunal ' DELIMITED BY SIZE
               fse_numTribunal DELIMITED BY SIZE
            INTO ligneAvis
        END-STRING
    END-IF
    WRITE ligneAvis

    MOVE SPACES TO ligneAvis
    WRITE ligneAvis

    MOVE '----------------------------------------' TO ligneAvis
    WRITE ligneAvis
.

MenuAvisAudience.
PERFORM WITH TEST AFTER UNTIL choixMenuTer = 0
       DISPLAY '----------------'
       DISPLAY 'Avis d''audience aux parties et avocats :'
       DISPLAY '   1 : Emettre à nouveau les avis d''une séance'
       DISPLAY '   2 : Registre des avis d''une séance'
       DISPLAY '   3 : Registre des avis d''une affaire'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuTer
       EVALUATE choixMenuTer
           WHEN 1 PERFORM ReemettreAvisSeance
           WHEN 2 PERFORM ConsulterRegistreSeance
           WHEN 3 PERFORM ConsulterRegistreAffaire
       END-EVALUATE
END-PERFORM.

ReemettreAvisSeance.
    *>Nouvel envoi après la saisie d'une adresse manquante ou un retour
    *>de courrier : les avis précédents restent au registre
    DISPLAY 'Numéro de la séance :'
    ACCEPT fse_numSeance
    OPEN INPUT FSeances
    IF seanceCR <> 0
        DISPLAY 'Le fichier Séances n''existe pas !'
    ELSE
        READ FSeances KEY IS fse_numSeance
        INVALID KEY
            DISPLAY 'Cette séance n''existe pas.'
        NOT INVALID KEY
            IF fse_etat = 0
                MOVE 3 TO WMotifAvis
                PERFORM GenererAvisAudience
            ELSE
                DISPLAY 'Cette séance n''est plus à venir, pas d''avis à émettre.'
            END-IF
        END-READ
    END-IF
    CLOSE FSeances
.

ConsulterRegistreSeance.
    DISPLAY 'Numéro de la séance :'
    ACCEPT WNseCible
    MOVE 0 TO WNbAvis
    OPEN INPUT FRegistreAvis
    IF registreAvisCR = 0
        MOVE WNseCible TO ra_numSeance
        MOVE SPACES TO ra_refAffaire
        MOVE 0 TO ra_typeElement
        MOVE 0 TO ra_numOrdre
        MOVE 0 TO ra_numAvis
        START FRegistreAvis KEY IS >= ra_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FRegistreAvis NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF ra_numSeance <> WNseCible
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO WNbAvis
                        PERFORM AfficherAvisRegistre
                    END-IF
            END-PERFORM
        END-START
    END-IF
    CLOSE FRegistreAvis
    IF WNbAvis = 0
        DISPLAY 'Aucun avis d''audience enregistré pour cette séance.'
    END-IF
.

ConsulterRegistreAffaire.
    DISPLAY 'Référence de l''affaire :'
    ACCEPT WRefAvis
    MOVE 0 TO WNbAvis
    OPEN INPUT FRegistreAvis
    IF registreAvisCR = 0
        MOVE WRefAvis TO ra_refAffaire
        START FRegistreAvis KEY IS = ra_refAffaire
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FRegistreAvis NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF ra_refAffaire <> WRefAvis
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO WNbAvis
                        PERFORM AfficherAvisRegistre
                    END-IF
            END-PERFORM
        END-START
    END-IF
    CLOSE FRegistreAvis
    IF WNbAvis = 0
        DISPLAY 'Aucun avis d''audience enregistré pour cette affaire.'
    END-IF
.

AfficherAvisRegistre.
    MOVE TLM-Libelle(ra_motif) TO WLibelleMotifAvis
    DISPLAY '----------------'
    DISPLAY 'Séance n°', ra_numSeance, ' - affaire ', ra_refAffaire, ' - avis n°', ra_numAvis, ' du ', ra_dateEnvoi, ' (', WLibelleMotifAvis, ')'
    IF ra_typeElement = 3
        DISPLAY '   Avocat : ', ra_nom, ' (conseil de ', ra_role, ')'
    ELSE
        DISPLAY '   Partie : ', ra_nom, ' (', ra_role, ')'
    END-IF
    DISPLAY '   Audience du ', ra_dateSeance, ' à ', ra_heure, ' - salle ', ra_numSalle, ' tribunal ', ra_numTribunal
    IF ra_envoye = 1
        DISPLAY '   Envoyé à : ', ra_adresse, ' ', ra_codePostal, ' ', ra_ville
    ELSE
        DISPLAY '   NON ENVOYE : adresse manquante'
    END-IF
    DISPLAY '   Emis par : ', ra_agent
.


ControleCoherence.
    *>Contrôle global de fin de semaine : croisement des cinq fichiers et
    *>état des anomalies dans anomalies.txt, chaque correction proposée
    *>étant validée une par une.
    DISPLAY 'Contrôle de cohérence des fichiers'
    OPEN OUTPUT FAnomalies
    MOVE 'ETAT DES ANOMALIES' TO ligneAnomalie
    WRITE ligneAnomalie
    ACCEPT dateAjd FROM DATE YYYYMMDD
    MOVE SPACES TO ligneAnomalie
    STRING 'Contrôle du ' DELIMITED BY SIZE
           dateAjd DELIMITED BY SIZE
        INTO ligneAnomalie
    END-STRING
    WRITE ligneAnomalie
    MOVE '========================================' TO ligneAnomalie
    WRITE ligneAnomalie
    MOVE 0 TO WNbAnomalies
    PERFORM ControlerConvocations
    PERFORM ControlerSeances
    MOVE SPACES TO ligneAnomalie
    WRITE ligneAnomalie
    MOVE SPACES TO ligneAnomalie
    STRING 'TOTAL : ' DELIMITED BY SIZE
           WNbAnomalies DELIMITED BY SIZE
           ' anomalie(s)' DELIMITED BY SIZE
        INTO ligneAnomalie
    END-STRING
    WRITE ligneAnomalie
    CLOSE FAnomalies
    DISPLAY WNbAnomalies, ' anomalie(s) relevée(s), état écrit dans anomalies.txt'
.

EcrireAnomalie.
    DISPLAY ligneAnomalie
    WRITE ligneAnomalie
    ADD 1 TO WNbAnomalies
.

ControlerConvocations.
    *>Convocations sans juré ou sans séance : proposition de suppression.
    OPEN I-O FConvocations
    IF convoCR <> 0
        DISPLAY 'Le fichier Convocations est inaccessible, contrôle des convocations abandonné.'
        PERFORM SignalerAbandonBatch
        CLOSE FConvocations
    ELSE
        OPEN INPUT FJures
        IF jureCR <> 0
            DISPLAY 'Le fichier Jurés est inaccessible, contrôle des convocations abandonné.'
            PERFORM SignalerAbandonBatch
            CLOSE FConvocations
        ELSE
        OPEN INPUT FSeances
        IF seanceCR <> 0
            DISPLAY 'Le fichier Séances est inaccessible, contrôle des convocations abandonné.'
            PERFORM SignalerAbandonBatch
            CLOSE FJures
            CLOSE FConvocations
        ELSE
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FConvocations NEXT
            AT END MOVE 1 TO WFin
            NOT AT END
                MOVE 0 TO WAnomalie
                MOVE fc_jure TO fj_matricule
                READ FJures KEY IS fj_matricule END-READ
                IF jureCR <> 0
                    MOVE 1 TO WAnomalie
                    MOVE SPACES TO ligneAnomalie
                    STRING 'Convocation séance ' DELIMITED BY SIZE
                           fc_numSeance DELIMITED BY SIZE
                           ' juré ' DELIMITED BY SIZE
                           fc_jure DELIMITED BY SIZE
                           ' : juré inconnu' DELIMITED BY SIZE
                        INTO ligneAnomalie
                    END-STRING
                    PERFORM EcrireAnomalie
                END-IF
                MOVE fc_numSeance TO fse_numSeance
                READ FSeances KEY IS fse_numSeance END-READ
                IF seanceCR <> 0
                    MOVE 1 TO WAnomalie
                    MOVE SPACES TO ligneAnomalie
                    STRING 'Convocation séance ' DELIMITED BY SIZE
                           fc_numSeance DELIMITED BY SIZE
                           ' juré ' DELIMITED BY SIZE
                           fc_jure DELIMITED BY SIZE
                           ' : séance inconnue' DELIMITED BY SIZE
                        INTO ligneAnomalie
                    END-STRING
                    PERFORM EcrireAnomalie
                END-IF
                IF WAnomalie = 1
                    *>En batch, l'anomalie est seulement constatée
                    IF WBatch = 1
                        MOVE 0 TO WRep
                    ELSE
                        DISPLAY 'Supprimer cette convocation orpheline ? 1/0'
                        PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
                            ACCEPT WRep
                        END-PERFORM
                    END-IF
                    IF WRep = 1
                        MOVE convoTampon TO hi_avant
                        DELETE FConvocations RECORD
                        INVALID KEY
                            DISPLAY 'Erreur de suppression'
                        NOT INVALID KEY
                            DISPLAY 'Convocation supprimée !'
                            MOVE fc_cle TO hi_cle
                            MOVE SPACES TO hi_apres
                            MOVE 'SUPPR' TO hi_operation
                            MOVE 'CONVOCATIONS' TO hi_fichier
                            PERFORM EnregistrerHistorique
                        END-DELETE
                    END-IF
                END-IF
        END-PERFORM
        CLOSE FJures
        CLOSE FSeances
        CLOSE FConvocations
        END-IF
        END-IF
    END-IF
.

ControlerSeances.
    *>Séances sans affaire ou sans salle (proposition de rattachement) et
    *>dépassements de capacité.
    OPEN I-O FSeances
    IF seanceCR <> 0
        DISPLAY 'Le fichier Séances est inaccessible, contrôle des séances abandonné.'
        PERFORM SignalerAbandonBatch
        CLOSE FSeances
    ELSE
        OPEN INPUT FAffaires
        IF affaireCR <> 0
            DISPLAY 'Le fichier Affaires est inaccessible, contrôle des séances abandonné.'
            PERFORM SignalerAbandonBatch
            CLOSE FSeances
        ELSE
        OPEN INPUT FConvocations
        IF convoCR <> 0
            DISPLAY 'Le fichier Convocations est inaccessible, contrôle des séances abandonné.'
            PERFORM SignalerAbandonBatch
            CLOSE FAffaires
            CLOSE FSeances
        ELSE
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FSeances NEXT
            AT END MOVE 1 TO WFin
            NOT AT END
                MOVE fse_refAffaire TO fa_refAffaire
                READ FAffaires KEY IS fa_refAffaire END-READ
                IF affaireCR <> 0
                    MOVE SPACES TO ligneAnomalie
                    STRING 'Séance n ' DELIMITED BY SIZE
                           fse_numSeance DELIMITED BY SIZE
                           ' : affaire ' DELIMITED BY SIZE
                           fse_refAffaire DELIMITED BY SIZE
                           ' inconnue' DELIMITED BY SIZE
                        INTO ligneAnomalie
                    END-STRING
                    PERFORM EcrireAnomalie
                    IF WBatch = 1
                        MOVE 0 TO WRep
                    ELSE
                        DISPLAY 'Rattacher la séance à une affaire existante ? 1/0'
                        PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
                            ACCEPT WRep
                        END-PERFORM
                    END-IF
                    IF WRep = 1
                        DISPLAY 'Référence de l''affaire :'
                        ACCEPT WRef
                        MOVE WRef TO fa_refAffaire
                        READ FAffaires KEY IS fa_refAffaire END-READ
                        IF affaireCR = 0
                            MOVE seanceTampon TO hi_avant
                            MOVE WRef TO fse_refAffaire
                            PERFORM ReecrireSeanceControlee
                        ELSE
                            DISPLAY 'Affaire inconnue, séance inchangée.'
                        END-IF
                    END-IF
                END-IF
                OPEN INPUT FSalles
                MOVE 0 TO Wtrouve
                IF salleCR = 0
                    MOVE fse_numSalle TO fsa_numSalle
                    MOVE fse_numTribunal TO fsa_numTribunal
                    READ FSalles KEY IS fsa_salle
                    NOT INVALID KEY
                        MOVE 1 TO Wtrouve
                    END-READ
                    CLOSE FSalles
                END-IF
                IF Wtrouve = 0
                    MOVE SPACES TO ligneAnomalie
                    STRING 'Séance n ' DELIMITED BY SIZE
                           fse_numSeance DELIMITED BY SIZE
                           ' : salle ' DELIMITED BY SIZE
                           fse_numSalle DELIMITED BY SIZE
                           ' tribunal ' DELIMITED BY SIZE
                           fse_numTribunal DELIMITED BY SIZE
                           ' inconnue' DELIMITED BY SIZE
                        INTO ligneAnomalie
                    END-STRING
                    PERFORM EcrireAnomalie
                    IF WBatch = 1
                        MOVE 0 TO WRep
                    ELSE
                        DISPLAY 'Rattacher la séance à une salle existante ? 1/0'
                        PERFORM WITH TEST AFTER UNTIL WRep = 0 OR WRep = 1
                            ACCEPT WRep
                        END-PERFORM
                    END-IF
                    IF WRep = 1
                        DISPLAY 'Numéro de la salle :'
                        ACCEPT WNSalle
                        DISPLAY 'Numéro du tribunal :'
                        ACCEPT WNTrib
                        OPEN INPUT FSalles
                        MOVE 0 TO Wtrouve
                        IF salleCR = 0
                            MOVE WNSalle TO fsa_numSalle
                            MOVE WNTrib TO fsa_numTribunal
                            READ FSalles KEY IS fsa_salle
                            NOT INVALID KEY
                                MOVE 1 TO Wtrouve
                            END-READ
                            CLOSE FSalles
                        END-IF
                        IF Wtrouve = 1
                            MOVE seanceTampon TO hi_avant
                            MOVE WNSalle TO fse_numSalle
                            MOVE WNTrib TO fse_numTribunal
                            PERFORM ReecrireSeanceControlee
                        ELSE
                            DISPLAY 'Salle inconnue, séance inchangée.'
                        END-IF
                    END-IF
                END-IF
                PERFORM CompterConvoquesSeance
                PERFORM ObtenirCapaciteSalle
                IF capa > 0 AND nbCount > capa
                    MOVE SPACES TO ligneAnomalie
                    STRING 'Séance n ' DELIMITED BY SIZE
                           fse_numSeance DELIMITED BY SIZE
                           ' : ' DELIMITED BY SIZE
                           nbCount DELIMITED BY SIZE
                           ' convoqué(s) pour ' DELIMITED BY SIZE
                           capa DELIMITED BY SIZE
                           ' place(s)' DELIMITED BY SIZE
                        INTO ligneAnomalie
                    END-STRING
                    PERFORM EcrireAnomalie
                END-IF
        END-PERFORM
        CLOSE FAffaires
        CLOSE FConvocations
        CLOSE FSeances
        END-IF
        END-IF
    END-IF
.

ReecrireSeanceControlee.
    REWRITE seanceTampon
    INVALID KEY
        DISPLAY 'Erreur d''écriture'
    NOT INVALID KEY
        DISPLAY 'Séance rattachée !'
        MOVE fse_numSeance TO hi_cle
        MOVE seanceTampon TO hi_apres
        MOVE 'MODIF' TO hi_operation
        MOVE 'SEANCES' TO hi_fichier
        PERFORM EnregistrerHistorique
    END-REWRITE
.

EditerRoleAudience.
    *>Rôle d'audience hebdomadaire affiché dans le hall : les séances d'un
    *>tribunal sur une semaine, jour par jour, via la clé alternative
    *>fse_date.
    IF WBatch = 0
        DISPLAY 'Numéro du tribunal :'
        ACCEPT WNTrib
        DISPLAY 'Lundi de la semaine (AAAAMMJJ) :'
        ACCEPT WDate
    ELSE
        MOVE WBatchTrib TO WNTrib
        MOVE WBatchDate1 TO WDate
    END-IF
    COMPUTE WDate2 = FUNCTION INTEGER-OF-DATE(WDate) + 6
    COMPUTE WDate2 = FUNCTION DATE-OF-INTEGER(WDate2)
    OPEN INPUT FSeances
    IF seanceCR <> 0
        DISPLAY 'Aucune séance enregistrée.'
        PERFORM SignalerAbandonBatch
    ELSE
        OPEN INPUT FConvocations
        OPEN OUTPUT FRole
        MOVE WNTrib TO ft_numTribunal
        PERFORM LireTribunal
        MOVE SPACES TO ligneRole
        IF WTribConnu = 1
            STRING 'ROLE D AUDIENCE - ' DELIMITED BY SIZE
                   ft_nom DELIMITED BY SIZE
                INTO ligneRole
            END-STRING
            WRITE ligneRole
            MOVE SPACES TO ligneRole
            STRING ft_adresse DELIMITED BY SIZE
                INTO ligneRole
            END-STRING
            WRITE ligneRole
            MOVE SPACES TO ligneRole
            STRING ft_codePostal DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ft_ville DELIMITED BY SIZE
                INTO ligneRole
            END-STRING
        ELSE
            STRING 'ROLE D AUDIENCE - TRIBUNAL ' DELIMITED BY SIZE
                   WNTrib DELIMITED BY SIZE
                INTO ligneRole
            END-STRING
        END-IF
        WRITE ligneRole
        MOVE SPACES TO ligneRole
        STRING 'Semaine du ' DELIMITED BY SIZE
               WDate DELIMITED BY SIZE
               ' au ' DELIMITED BY SIZE
               WDate2 DELIMITED BY SIZE
            INTO ligneRole
        END-STRING
        WRITE ligneRole
        MOVE '========================================' TO ligneRole
        WRITE ligneRole
        MOVE 0 TO WNbRole
        MOVE 0 TO WDateCourante
        *>On relève d'abord les séances de la semaine dans une table pour
        *>pouvoir les éditer jour par jour PUIS salle par salle : la clé
        *>fse_date seule ne donne pas cet ordre.
        MOVE 0 TO WTRCount
        *>Une session commencée avant le lundi peut déborder sur la
        *>semaine : on remonte le balayage d'un mois et on retient les
        *>séances dont l'intervalle chevauche la semaine.
        COMPUTE WDate3 = FUNCTION INTEGER-OF-DATE(WDate) - 31
        COMPUTE WDate3 = FUNCTION DATE-OF-INTEGER(WDate3)
        MOVE WDate3 TO fse_date
        START FSeances KEY IS >= fse_date
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FSeances NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fse_date > WDate2
                        MOVE 1 TO WFin
                    ELSE
                        PERFORM ObtenirFinSeance
                        IF fse_numTribunal = WNTrib AND WDateFinSeance >= WDate
                            IF WTRCount < 200
                                ADD 1 TO WTRCount
                                MOVE fse_date TO TR-Date(WTRCount)
                                MOVE fse_numSalle TO TR-NumSalle(WTRCount)
                                MOVE fse_numSeance TO TR-NumSeance(WTRCount)
                            ELSE
                                DISPLAY 'Trop de séances sur la semaine, certaines ne figureront pas au rôle.'
                                MOVE 1 TO WFin
                            END-IF
                        END-IF
                    END-IF
            END-PERFORM
        END-START
        *>Tri de la table par date puis numéro de salle
        PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 >= WTRCount
            PERFORM VARYING WIdx2 FROM 1 BY 1 UNTIL WIdx2 > WTRCount - WIdx1
                IF TR-Tri(WIdx2) > TR-Tri(WIdx2 + 1)
                    MOVE TR-Entree(WIdx2) TO WTREchange
                    MOVE TR-Entree(WIdx2 + 1) TO TR-Entree(WIdx2)
                    MOVE WTREchange TO TR-Entree(WIdx2 + 1)
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > WTRCount
            MOVE TR-NumSeance(WIdx1) TO fse_numSeance
            READ FSeances KEY IS fse_numSeance
            NOT INVALID KEY
                ADD 1 TO WNbRole
                PERFORM EcrireLigneRole
            END-READ
        END-PERFORM
        IF WNbRole = 0
            MOVE SPACES TO ligneRole
            MOVE 'Aucune audience cette semaine.' TO ligneRole
            WRITE ligneRole
        END-IF
        CLOSE FRole
        CLOSE FConvocations
        DISPLAY WNbRole, ' audience(s) écrite(s) dans role.txt'
    END-IF
    CLOSE FSeances
.

EcrireLigneRole.
    IF fse_date <> WDateCourante
        MOVE fse_date TO WDateCourante
        MOVE SPACES TO ligneRole
        WRITE ligneRole
        MOVE SPACES TO ligneRole
        STRING 'JOUR : ' DELIMITED BY SIZE
               fse_date DELIMITED BY SIZE
            INTO ligneRole
        END-STRING
        WRITE ligneRole
        MOVE '----------------------------------------' TO ligneRole
        WRITE ligneRole
    END-IF
    PERFORM CompterConvoquesSeance
    MOVE SPACES TO ligneRole
    STRING 'Salle ' DELIMITED BY SIZE
           fse_numSalle DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           fse_heure DELIMITED BY SIZE
           ' - Séance n ' DELIMITED BY SIZE
           fse_numSeance DELIMITED BY SIZE
           ' - Juge ' DELIMITED BY SIZE
           fse_juge DELIMITED BY SIZE
        INTO ligneRole
    END-STRING
    WRITE ligneRole
    MOVE SPACES TO ligneRole
    STRING '  ' DELIMITED BY SIZE
           fse_typeTribunal DELIMITED BY SIZE
           ' - Affaire ' DELIMITED BY SIZE
           fse_refAffaire DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           nbCount DELIMITED BY SIZE
           ' juré(s) convoqué(s)' DELIMITED BY SIZE
        INTO ligneRole
    END-STRING
    WRITE ligneRole
    PERFORM ObtenirFinSeance
    IF WDateFinSeance > fse_date
        MOVE SPACES TO ligneRole
        STRING '  Session du ' DELIMITED BY SIZE
               fse_date DELIMITED BY SIZE
               ' au ' DELIMITED BY SIZE
               WDateFinSeance DELIMITED BY SIZE
            INTO ligneRole
        END-STRING
        WRITE ligneRole
    END-IF
.

CalculerIndemnites.
    *>Traitement mensuel : état de paiement des indemnités de session et
    *>frais de déplacement des jurés ayant siégé sur la période.
    DISPLAY 'Calcul des indemnités de session'
    IF WBatch = 0
        DISPLAY 'Début de la période (AAAAMMJJ) :'
        ACCEPT WDate
        DISPLAY 'Fin de la période (AAAAMMJJ) :'
        ACCEPT WDate2
    ELSE
        MOVE WBatchDate1 TO WDate
        MOVE WBatchDate2 TO WDate2
    END-IF
    OPEN INPUT FJures
    IF jureCR <> 0
        DISPLAY 'Aucun juré enregistré.'
        PERFORM SignalerAbandonBatch
    ELSE
        OPEN INPUT FConvocations
        IF convoCR <> 0
            DISPLAY 'Aucune convocation enregistrée.'
            PERFORM SignalerAbandonBatch
        ELSE
            OPEN INPUT FSeances
            IF seanceCR <> 0
                DISPLAY 'Aucune séance enregistrée.'
                PERFORM SignalerAbandonBatch
            ELSE
                *>Mémoire des paiements : une session déjà réglée ou en
                *>attente de règlement ne doit jamais être recomptée,
                *>même si les périodes de calcul se chevauchent.
                OPEN I-O FPaiements
                IF paiementCR <> 0
                    OPEN OUTPUT FPaiements
                    CLOSE FPaiements
                    OPEN I-O FPaiements
                END-IF
                *>Enveloppes budgétaires : sans fichier, rien n'est engagé
                MOVE 0 TO WTABCount
                MOVE 0 TO WNbAlertesBudget
                OPEN I-O FBudgets
                IF budgetCR = 0
                    MOVE 1 TO WBudgetsDispo
                ELSE
                    MOVE 0 TO WBudgetsDispo
                    DISPLAY 'Aucune enveloppe budgétaire : les montants ne sont pas engagés.'
                END-IF
                OPEN OUTPUT FVirements
                MOVE SPACES TO ligneVirement
                STRING 'VIREMENTS INDEMNITES JURES - Période du ' DELIMITED BY SIZE
                       WDate DELIMITED BY SIZE
                       ' au ' DELIMITED BY SIZE
                       WDate2 DELIMITED BY SIZE
                    INTO ligneVirement
                END-STRING
                WRITE ligneVirement
                MOVE 0 TO WNbVirements
                OPEN OUTPUT FIndemnites
                MOVE SPACES TO ligneIndemnite
                STRING 'ETAT DE PAIEMENT DES INDEMNITES DE SESSION' DELIMITED BY SIZE
                    INTO ligneIndemnite
                END-STRING
                WRITE ligneIndemnite
                MOVE SPACES TO ligneIndemnite
                STRING 'Période du ' DELIMITED BY SIZE
                       WDate DELIMITED BY SIZE
                       ' au ' DELIMITED BY SIZE
                       WDate2 DELIMITED BY SIZE
                    INTO ligneIndemnite
                END-STRING
                WRITE ligneIndemnite
                MOVE '========================================' TO ligneIndemnite
                WRITE ligneIndemnite
                MOVE 0 TO WNbJuresPayes
                MOVE 0 TO WMontantTotal
                MOVE 0 TO WFin
                PERFORM WITH TEST AFTER UNTIL WFin = 1
                    READ FJures NEXT
                    AT END MOVE 1 TO WFin
                    NOT AT END
                        PERFORM CalculerIndemnitesJure
                END-PERFORM
                MOVE SPACES TO ligneIndemnite
                WRITE ligneIndemnite
                MOVE WMontantTotal TO WMontantEdite
                MOVE SPACES TO ligneIndemnite
                STRING 'TOTAL GENERAL : ' DELIMITED BY SIZE
                       WMontantEdite DELIMITED BY SIZE
                       ' EUR pour ' DELIMITED BY SIZE
                       WNbJuresPayes DELIMITED BY SIZE
                       ' juré(s)' DELIMITED BY SIZE
                    INTO ligneIndemnite
                END-STRING
                WRITE ligneIndemnite
                PERFORM EcrireAlertesBudget
                CLOSE FIndemnites
                CLOSE FVirements
                CLOSE FBudgets
                CLOSE FPaiements
                IF WNbAlertesBudget > 0
                    DISPLAY WNbAlertesBudget, ' alerte(s) budgétaire(s) en fin d''état dans indemnites.txt'
                END-IF
                DISPLAY WNbJuresPayes, ' état(s) de paiement écrit(s) dans indemnites.txt'
                DISPLAY WNbVirements, ' virement(s) écrit(s) dans virements.txt (à transmettre à la trésorerie)'
                CLOSE FSeances
            END-IF
            CLOSE FConvocations
        END-IF
        CLOSE FJures
    END-IF
.

CalculerIndemnitesJure.
    *>Convocations honorées du juré courant (clé alternative fc_jure),
    *>croisées avec la date et l'issue de la séance.
    MOVE 0 TO WNbJours
    MOVE 0 TO WMontantJure
    MOVE fj_matricule TO fc_jure
    START FConvocations KEY IS = fc_jure
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
        MOVE 0 TO WFin2
        PERFORM WITH TEST AFTER UNTIL WFin2 = 1
            READ FConvocations NEXT
            AT END MOVE 1 TO WFin2
            NOT AT END
                IF fc_jure <> fj_matricule
                    MOVE 1 TO WFin2
                ELSE
                    IF fc_presence = 1
                        MOVE fc_numSeance TO fse_numSeance
                        READ FSeances KEY IS fse_numSeance
                        NOT INVALID KEY
                            IF fse_etat = 1 AND fse_date >= WDate AND fse_date <= WDate2
                                *>Contrôle anti-double paiement : session
                                *>déjà réglée ou à payer, on ne recompte pas
                                MOVE fj_matricule TO fp_jure
                                MOVE fse_numSeance TO fp_numSeance
                                READ FPaiements KEY IS fp_cle END-READ
                                IF paiementCR = 0 AND fp_statut <> 2
                                    DISPLAY 'Séance n°', fse_numSeance, ' du juré ', fj_matricule, ' déjà réglée ou en attente, non recomptée.'
                                ELSE
                                    *>Une indemnité par jour siégé sur la session
                                    PERFORM CalculerNbJoursSeance
                                    *>Présent à l'appel puis libéré au tirage
                                    *>du jury : seul le jour d'ouverture est dû
                                    PERFORM DeterminerSiegeJure
                                    IF WASiege = 0
                                        MOVE 1 TO WNbJoursSeance
                                    END-IF
                                    ADD WNbJoursSeance TO WNbJours
                                    *>Indemnité journalière de session
                                    COMPUTE WMontantSeance = 96.18 * WNbJoursSeance
                                    *>Forfait kilométrique : réduit si le juré
                                    *>réside dans le département du tribunal
                                    IF fj_departement = fse_numTribunal
                                        COMPUTE WMontantSeance = WMontantSeance + 15.00 * WNbJoursSeance
                                    ELSE
                                        COMPUTE WMontantSeance = WMontantSeance + 45.00 * WNbJoursSeance
                                    END-IF
                                    COMPUTE WMontantJure = WMontantJure + WMontantSeance
                                    PERFORM EnregistrerPaiementSeance
                                    IF paiementCR = 0
                                        PERFORM EngagerBudgetPaiement
                                    END-IF
                                END-IF
                            END-IF
                        END-READ
                    END-IF
                END-IF
        END-PERFORM
    END-START
    IF WNbJours > 0
        ADD 1 TO WNbJuresPayes
        ADD WMontantJure TO WMontantTotal
        PERFORM EcrireEtatPaiementJure
    END-IF
.

EcrireEtatPaiementJure.
    MOVE SPACES TO ligneIndemnite
    WRITE ligneIndemnite

    MOVE SPACES TO ligneIndemnite
    STRING 'Juré matricule ' DELIMITED BY SIZE
           fj_matricule DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           fj_prenom DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           fj_nom DELIMITED BY SPACE
        INTO ligneIndemnite
    END-STRING
    WRITE ligneIndemnite

    MOVE SPACES TO ligneIndemnite
    STRING fj_adresse DELIMITED BY SIZE
        INTO ligneIndemnite
    END-STRING
    WRITE ligneIndemnite

    MOVE SPACES TO ligneIndemnite
    STRING 'Jours siégés sur la période : ' DELIMITED BY SIZE
           WNbJours DELIMITED BY SIZE
        INTO ligneIndemnite
    END-STRING
    WRITE ligneIndemnite

    MOVE WMontantJure TO WMontantEdite
    MOVE SPACES TO ligneIndemnite
    STRING 'Total à payer (indemnités + déplacement) : ' DELIMITED BY SIZE
           WMontantEdite DELIMITED BY SIZE
           ' EUR' DELIMITED BY SIZE
        INTO ligneIndemnite
    END-STRING
    WRITE ligneIndemnite

    MOVE '----------------------------------------' TO ligneIndemnite
    WRITE ligneIndemnite

    *>Ligne de virement correspondante pour la trésorerie
    ADD 1 TO WNbVirements
    MOVE SPACES TO ligneVirement
    STRING fj_matricule DELIMITED BY SIZE
           ';' DELIMITED BY SIZE
           fj_nom DELIMITED BY SPACE
           ';' DELIMITED BY SIZE
           fj_prenom DELIMITED BY SPACE
           ';' DELIMITED BY SIZE
           WMontantEdite DELIMITED BY SIZE
           ' EUR' DELIMITED BY SIZE
        INTO ligneVirement
    END-STRING
    WRITE ligneVirement
.

EnregistrerPaiementSeance.
    *>Le tampon porte déjà la clé (fp_jure, fp_numSeance). Un paiement
    *>rejeté par la trésorerie est remis à l'état à-payer, sinon création.
    IF paiementCR = 0
        MOVE paiementTampon TO hi_avant
        MOVE WDate TO fp_periodeDebut
        MOVE WDate2 TO fp_periodeFin
        MOVE WNbJoursSeance TO fp_nbJours
        MOVE WMontantSeance TO fp_montant
        MOVE 0 TO fp_statut
        MOVE 0 TO fp_dateReglement
        MOVE WAgent TO fp_agentCalcul
        MOVE fse_numTribunal TO fp_numTribunal
        COMPUTE fp_exercice = fse_date / 10000
        MOVE 0 TO fp_engage
        REWRITE paiementTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture du paiement'
        NOT INVALID KEY
            MOVE fp_cle TO hi_cle
            MOVE paiementTampon TO hi_apres
            MOVE 'MODIF' TO hi_operation
            MOVE 'PAIEMENTS' TO hi_fichier
            PERFORM EnregistrerHistorique
        END-REWRITE
    ELSE
        MOVE WDate TO fp_periodeDebut
        MOVE WDate2 TO fp_periodeFin
        MOVE WNbJoursSeance TO fp_nbJours
        MOVE WMontantSeance TO fp_montant
        MOVE 0 TO fp_statut
        MOVE 0 TO fp_dateReglement
        MOVE WAgent TO fp_agentCalcul
        MOVE fse_numTribunal TO fp_numTribunal
        COMPUTE fp_exercice = fse_date / 10000
        MOVE 0 TO fp_engage
        WRITE paiementTampon
        INVALID KEY
            DISPLAY 'Erreur d''écriture du paiement'
        END-WRITE
    END-IF
.

PointerVirements.
    *>Pointage des paiements à l'état à-payer quand la trésorerie renvoie
    *>la confirmation (ou le rejet) des virements transmis. Séparation des
    *>tâches : l'agent qui a produit le calcul ne pointe pas ses virements.
    OPEN I-O FPaiements
    IF paiementCR <> 0
        DISPLAY 'Aucun paiement enregistré.'
    ELSE
        ACCEPT dateAjd FROM DATE YYYYMMDD
        OPEN I-O FBudgets
        IF budgetCR = 0
            MOVE 1 TO WBudgetsDispo
        ELSE
            MOVE 0 TO WBudgetsDispo
        END-IF
        MOVE 0 TO WFin
        MOVE 0 TO WNbPointes
        MOVE 0 TO WNbReserves
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FPaiements NEXT
            AT END MOVE 1 TO WFin
            NOT AT END
                IF fp_statut = 0 AND fp_agentCalcul = WAgent
                    ADD 1 TO WNbReserves
                ELSE
                IF fp_statut = 0
                    MOVE fp_montant TO WMontantEdite
                    DISPLAY 'Juré ', fp_jure, ' - séance n°', fp_numSeance, ' - ', WMontantEdite, ' EUR (période ', fp_periodeDebut, ' - ', fp_periodeFin, ')'
                    DISPLAY 'Virement confirmé ? 1=payé, 2=rejeté, 0=laisser à payer'
                    PERFORM WITH TEST AFTER UNTIL WChoix <= 2
                        ACCEPT WChoix
                    END-PERFORM
                    IF WChoix <> 0
                        MOVE paiementTampon TO hi_avant
                        MOVE WChoix TO fp_statut
                        MOVE dateAjd TO fp_dateReglement
                        REWRITE paiementTampon
                        INVALID KEY
                            DISPLAY 'Erreur d''écriture'
                        NOT INVALID KEY
                            ADD 1 TO WNbPointes
                            MOVE fp_cle TO hi_cle
                            MOVE paiementTampon TO hi_apres
                            MOVE 'MODIF' TO hi_operation
                            MOVE 'PAIEMENTS' TO hi_fichier
                            PERFORM EnregistrerHistorique
                            PERFORM ReporterPointageBudget
                        END-REWRITE
                    END-IF
                END-IF
                END-IF
        END-PERFORM
        DISPLAY WNbPointes, ' paiement(s) pointé(s).'
        IF WNbReserves > 0
            DISPLAY WNbReserves, ' paiement(s) calculé(s) par ', WAgent, ' : à pointer par un autre agent.'
        END-IF
        CLOSE FBudgets
    END-IF
    CLOSE FPaiements
.

EngagerBudgetPaiement.
    *>Le montant de la session est engagé sur l'enveloppe de la
    *>juridiction de la séance pour l'année de la séance
    IF WBudgetsDispo = 1
        MOVE fp_exercice TO fb_annee
        MOVE fp_numTribunal TO fb_numTribunal
        READ FBudgets KEY IS fb_cle
        INVALID KEY
            MOVE 1 TO WTypeAlerteBudget
            PERFORM NoterAlerteBudget
        NOT INVALID KEY
            PERFORM CalculerCreditBudget
            MOVE budgetTampon TO hi_avant
            COMPUTE WConsoAvant = fb_montantEngage + fb_montantPaye
            ADD fp_montant TO fb_montantEngage
            COMPUTE WConsoApres = fb_montantEngage + fb_montantPaye
            COMPUTE WSeuilMontant = WBudgetTotal * fb_seuilAlerte / 100
            REWRITE budgetTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture de l''enveloppe ', fb_numTribunal, '/', fb_annee
            NOT INVALID KEY
                MOVE fb_cle TO hi_cle
                MOVE budgetTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'BUDGETS' TO hi_fichier
                PERFORM EnregistrerHistorique
                MOVE paiementTampon TO hi_avant
                MOVE 1 TO fp_engage
                REWRITE paiementTampon
                INVALID KEY
                    DISPLAY 'Erreur d''écriture du paiement'
                NOT INVALID KEY
                    MOVE fp_cle TO hi_cle
                    MOVE paiementTampon TO hi_apres
                    MOVE 'MODIF' TO hi_operation
                    MOVE 'PAIEMENTS' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-REWRITE
            END-REWRITE
            IF WConsoAvant <= WBudgetTotal AND WConsoApres > WBudgetTotal
                MOVE 3 TO WTypeAlerteBudget
                PERFORM NoterAlerteBudget
            ELSE
                IF WConsoAvant <= WSeuilMontant AND WConsoApres > WSeuilMontant
                    MOVE 2 TO WTypeAlerteBudget
                    PERFORM NoterAlerteBudget
                END-IF
            END-IF
        END-READ
    END-IF
.

NoterAlerteBudget.
    *>Une alerte par enveloppe et par nature sur un même calcul
    MOVE 0 TO WTrouve2
    PERFORM VARYING WIdxAlerte FROM 1 BY 1 UNTIL WIdxAlerte > WTABCount OR WTrouve2 = 1
        IF TAB-Annee(WIdxAlerte) = fb_annee AND TAB-Tribunal(WIdxAlerte) = fb_numTribunal
           AND TAB-Type(WIdxAlerte) = WTypeAlerteBudget
            MOVE 1 TO WTrouve2
        END-IF
    END-PERFORM
    IF WTrouve2 = 0 AND WTABCount < 50
        ADD 1 TO WTABCount
        ADD 1 TO WNbAlertesBudget
        MOVE fb_annee TO TAB-Annee(WTABCount)
        MOVE fb_numTribunal TO TAB-Tribunal(WTABCount)
        MOVE WTypeAlerteBudget TO TAB-Type(WTABCount)
        MOVE 0 TO TAB-Taux(WTABCount)
        MOVE 0 TO TAB-Seuil(WTABCount)
        IF WTypeAlerteBudget = 1
            DISPLAY 'Aucune enveloppe ', fb_annee, ' pour le tribunal ', fb_numTribunal, ' : paiements non engagés.'
        ELSE
            PERFORM CalculerTauxBudget
            MOVE WTauxConso TO TAB-Taux(WTABCount)
            MOVE fb_seuilAlerte TO TAB-Seuil(WTABCount)
            IF WTypeAlerteBudget = 3
                DISPLAY 'ALERTE : enveloppe ', fb_annee, ' du tribunal ', fb_numTribunal, ' dépassée (', WTauxConso, ' %).'
            ELSE
                DISPLAY 'ALERTE : enveloppe ', fb_annee, ' du tribunal ', fb_numTribunal, ' consommée à ', WTauxConso, ' % (seuil ', fb_seuilAlerte, ' %).'
            END-IF
        END-IF
    END-IF
.

CalculerCreditBudget.
    *>Crédit ouvert : dotation initiale et abondements de l'année
    MOVE fb_montantAlloue TO WBudgetTotal
    MOVE 0 TO WTotalAbonde
    PERFORM VARYING WIdxAb FROM 1 BY 1 UNTIL WIdxAb > fb_nbAbondements
        ADD fb_montantAbondement(WIdxAb) TO WTotalAbonde
    END-PERFORM
    ADD WTotalAbonde TO WBudgetTotal
.

CalculerTauxBudget.
    *>Taux de consommation (engagé + payé) de l'enveloppe du tampon
    PERFORM CalculerCreditBudget
    IF WBudgetTotal > 0
        COMPUTE WTauxConso ROUNDED = (fb_montantEngage + fb_montantPaye) * 100 / WBudgetTotal
            ON SIZE ERROR MOVE 9999 TO WTauxConso
        END-COMPUTE
    ELSE
        IF fb_montantEngage + fb_montantPaye > 0
            MOVE 9999 TO WTauxConso
        ELSE
            MOVE 0 TO WTauxConso
        END-IF
    END-IF
.

EcrireAlertesBudget.
    *>Récapitulatif des alertes budgétaires en fin d'état de paiement
    IF WTABCount > 0
        MOVE SPACES TO ligneIndemnite
        WRITE ligneIndemnite
        MOVE 'ALERTES BUDGETAIRES' TO ligneIndemnite
        WRITE ligneIndemnite
        MOVE '----------------------------------------' TO ligneIndemnite
        WRITE ligneIndemnite
        PERFORM VARYING WIdxAlerte FROM 1 BY 1 UNTIL WIdxAlerte > WTABCount
            MOVE SPACES TO ligneIndemnite
            EVALUATE TAB-Type(WIdxAlerte)
                WHEN 1
                    STRING 'Tribunal ' DELIMITED BY SIZE
                           TAB-Tribunal(WIdxAlerte) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           TAB-Annee(WIdxAlerte) DELIMITED BY SIZE
                           ' : aucune enveloppe, non engagé' DELIMITED BY SIZE
                        INTO ligneIndemnite
                    END-STRING
                WHEN 2
                    STRING 'Tribunal ' DELIMITED BY SIZE
                           TAB-Tribunal(WIdxAlerte) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           TAB-Annee(WIdxAlerte) DELIMITED BY SIZE
                           ' : consommé à ' DELIMITED BY SIZE
                           TAB-Taux(WIdxAlerte) DELIMITED BY SIZE
                           ' % (seuil ' DELIMITED BY SIZE
                           TAB-Seuil(WIdxAlerte) DELIMITED BY SIZE
                           ' %)' DELIMITED BY SIZE
                        INTO ligneIndemnite
                    END-STRING
                WHEN 3
                    STRING 'Tribunal ' DELIMITED BY SIZE
                           TAB-Tribunal(WIdxAlerte) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           TAB-Annee(WIdxAlerte) DELIMITED BY SIZE
                           ' : ENVELOPPE DEPASSEE (' DELIMITED BY SIZE
                           TAB-Taux(WIdxAlerte) DELIMITED BY SIZE
                           ' %)' DELIMITED BY SIZE
                        INTO ligneIndemnite
                    END-STRING
            END-EVALUATE
            WRITE ligneIndemnite
        END-PERFORM
    END-IF
.

ReporterPointageBudget.
    *>Virement confirmé : l'engagé devient payé. Virement rejeté : le
    *>montant est rendu à l'enveloppe (il sera réengagé au recalcul).
    *>Seul un paiement marqué engagé a été compté dans l'engagé ; un
    *>paiement calculé sans enveloppe (fichier absent ou enveloppe pas
    *>encore ouverte) n'y figure pas et, confirmé, passe directement en
    *>payé. Les paiements antérieurs au suivi budgétaire n'ont pas de
    *>référence d'enveloppe et restent hors suivi.
    IF WBudgetsDispo = 1 AND fp_numTribunal IS NUMERIC AND fp_exercice IS NUMERIC
        MOVE fp_exercice TO fb_annee
        MOVE fp_numTribunal TO fb_numTribunal
        READ FBudgets KEY IS fb_cle
        NOT INVALID KEY
            MOVE budgetTampon TO hi_avant
            IF fp_engage = 1
                IF fb_montantEngage >= fp_montant
                    SUBTRACT fp_montant FROM fb_montantEngage
                ELSE
                    MOVE 0 TO fb_montantEngage
                END-IF
            END-IF
            IF fp_statut = 1
                ADD fp_montant TO fb_montantPaye
            ELSE
                IF fp_engage = 1
                    DISPLAY 'Montant rendu à l''enveloppe ', fb_annee, ' du tribunal ', fb_numTribunal, '.'
                END-IF
            END-IF
            *>Rejet d'un paiement jamais engagé : l'enveloppe est inchangée
            IF fp_engage = 1 OR fp_statut = 1
                REWRITE budgetTampon
                INVALID KEY
                    DISPLAY 'Erreur d''écriture de l''enveloppe ', fb_numTribunal, '/', fb_annee
                NOT INVALID KEY
                    MOVE fb_cle TO hi_cle
                    MOVE budgetTampon TO hi_apres
                    MOVE 'MODIF' TO hi_operation
                    MOVE 'BUDGETS' TO hi_fichier
                    PERFORM EnregistrerHistorique
                END-REWRITE
            END-IF
        END-READ
    END-IF
.

MenuBudgets.
PERFORM WITH TEST AFTER UNTIL choixMenuTer = 0
       DISPLAY '----------------'
       DISPLAY 'Enveloppes budgétaires des indemnités de jurés :'
       DISPLAY '   1 : Consulter les enveloppes d''une année'
       DISPLAY '   2 : Ouvrir l''enveloppe d''une juridiction'
       DISPLAY '   3 : Abonder une enveloppe'
       DISPLAY '   4 : Corriger la dotation ou le seuil d''alerte'
       DISPLAY '----------------'
       DISPLAY '0 : Quitter'

       ACCEPT choixMenuTer
       EVALUATE choixMenuTer
           WHEN 1 PERFORM ConsulterEnveloppes
           WHEN 2 PERFORM OuvrirEnveloppe
           WHEN 3 PERFORM AbonderEnveloppe
           WHEN 4 PERFORM ModifierEnveloppe
       END-EVALUATE
END-PERFORM.

ConsulterEnveloppes.
    DISPLAY 'Année :'
    ACCEPT WAnneeBudget
    MOVE 0 TO WNbEnveloppes
    OPEN INPUT FBudgets
    IF budgetCR = 0
        MOVE WAnneeBudget TO fb_annee
        MOVE 0 TO fb_numTribunal
        START FBudgets KEY IS >= fb_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FBudgets NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fb_annee <> WAnneeBudget
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO WNbEnveloppes
                        PERFORM AfficherEnveloppe
                    END-IF
            END-PERFORM
        END-START
    END-IF
    CLOSE FBudgets
    IF WNbEnveloppes = 0
        DISPLAY 'Aucune enveloppe ouverte pour ', WAnneeBudget, '.'
    END-IF
.

AfficherEnveloppe.
    PERFORM CalculerTauxBudget
    COMPUTE WDisponible = WBudgetTotal - fb_montantEngage - fb_montantPaye
    DISPLAY '----------------'
    DISPLAY 'Tribunal n°', fb_numTribunal, ' - année ', fb_annee
    MOVE fb_montantAlloue TO WMontantEdite
    DISPLAY '   Dotation initiale : ', WMontantEdite, ' EUR'
    PERFORM VARYING WIdxAb FROM 1 BY 1 UNTIL WIdxAb > fb_nbAbondements
        MOVE fb_montantAbondement(WIdxAb) TO WMontantEdite
        DISPLAY '   Abondement du ', fb_dateAbondement(WIdxAb), ' : ', WMontantEdite, ' EUR'
    END-PERFORM
    MOVE fb_montantEngage TO WMontantEdite
    DISPLAY '   Engagé            : ', WMontantEdite, ' EUR'
    MOVE fb_montantPaye TO WMontantEdite
    DISPLAY '   Payé              : ', WMontantEdite, ' EUR'
    MOVE WDisponible TO WDisponibleEdite
    DISPLAY '   Disponible        : ', WDisponibleEdite, ' EUR'
    DISPLAY '   Consommation      : ', WTauxConso, ' % (seuil d''alerte ', fb_seuilAlerte, ' %)'
.

SaisirCleEnveloppe.
    DISPLAY 'Numéro du tribunal :'
    ACCEPT fb_numTribunal
    DISPLAY 'Année :'
    ACCEPT fb_annee
.

SaisirSeuilEnveloppe.
    MOVE 0 TO fb_seuilAlerte
    PERFORM WITH TEST AFTER UNTIL fb_seuilAlerte >= 1 AND fb_seuilAlerte <= 100
        DISPLAY 'Seuil d''alerte en % de consommation (1 à 100) :'
        ACCEPT fb_seuilAlerte
    END-PERFORM
.

OuvrirEnveloppe.
    OPEN I-O FBudgets
    IF budgetCR <> 0
        OPEN OUTPUT FBudgets
        CLOSE FBudgets
        OPEN I-O FBudgets
    END-IF
    PERFORM SaisirCleEnveloppe
    MOVE fb_numTribunal TO ft_numTribunal
    PERFORM LireTribunal
    IF WTribConnu = 0
        DISPLAY 'Tribunal inconnu au référentiel des juridictions !'
    ELSE
        READ FBudgets KEY IS fb_cle
        INVALID KEY
            DISPLAY ft_nom
            DISPLAY 'Dotation initiale (EUR) :'
            ACCEPT fb_montantAlloue
            PERFORM SaisirSeuilEnveloppe
            MOVE 0 TO fb_nbAbondements
            PERFORM VARYING WIdxAb FROM 1 BY 1 UNTIL WIdxAb > 6
                MOVE 0 TO fb_dateAbondement(WIdxAb)
                MOVE 0 TO fb_montantAbondement(WIdxAb)
            END-PERFORM
            MOVE 0 TO fb_montantEngage
            MOVE 0 TO fb_montantPaye
            WRITE budgetTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                DISPLAY 'Enveloppe ouverte !'
            END-WRITE
        NOT INVALID KEY
            DISPLAY 'Cette enveloppe existe déjà.'
        END-READ
    END-IF
    CLOSE FBudgets
.

AbonderEnveloppe.
    OPEN I-O FBudgets
    IF budgetCR <> 0
        DISPLAY 'Aucune enveloppe enregistrée.'
    ELSE
        PERFORM SaisirCleEnveloppe
        READ FBudgets KEY IS fb_cle
        INVALID KEY
            DISPLAY 'Enveloppe inexistante !'
        NOT INVALID KEY
            IF fb_nbAbondements >= 6
                DISPLAY 'Six abondements déjà portés sur cette enveloppe : corriger la dotation.'
            ELSE
                MOVE budgetTampon TO hi_avant
                DISPLAY 'Montant de l''abondement (EUR) :'
                ACCEPT WMontantSaisi
                IF WMontantSaisi = 0
                    DISPLAY 'Abondement annulé'
                ELSE
                    ADD 1 TO fb_nbAbondements
                    ACCEPT fb_dateAbondement(fb_nbAbondements) FROM DATE YYYYMMDD
                    MOVE WMontantSaisi TO fb_montantAbondement(fb_nbAbondements)
                    REWRITE budgetTampon
                    INVALID KEY
                        DISPLAY 'Erreur d''écriture'
                    NOT INVALID KEY
                        DISPLAY 'Abondement enregistré !'
                        MOVE fb_cle TO hi_cle
                        MOVE budgetTampon TO hi_apres
                        MOVE 'MODIF' TO hi_operation
                        MOVE 'BUDGETS' TO hi_fichier
                        PERFORM EnregistrerHistorique
                    END-REWRITE
                END-IF
            END-IF
        END-READ
    END-IF
    CLOSE FBudgets
.

ModifierEnveloppe.
    OPEN I-O FBudgets
    IF budgetCR <> 0
        DISPLAY 'Aucune enveloppe enregistrée.'
    ELSE
        PERFORM SaisirCleEnveloppe
        READ FBudgets KEY IS fb_cle
        INVALID KEY
            DISPLAY 'Enveloppe inexistante !'
        NOT INVALID KEY
            PERFORM AfficherEnveloppe
            MOVE budgetTampon TO hi_avant
            DISPLAY 'Nouvelle dotation initiale (EUR) :'
            ACCEPT fb_montantAlloue
            PERFORM SaisirSeuilEnveloppe
            REWRITE budgetTampon
            INVALID KEY
                DISPLAY 'Erreur d''écriture'
            NOT INVALID KEY
                DISPLAY 'Enveloppe modifiée !'
                MOVE fb_cle TO hi_cle
                MOVE budgetTampon TO hi_apres
                MOVE 'MODIF' TO hi_operation
                MOVE 'BUDGETS' TO hi_fichier
                PERFORM EnregistrerHistorique
            END-REWRITE
        END-READ
    END-IF
    CLOSE FBudgets
.

EditerSuiviBudgetaire.
    *>État de consommation des crédits d'indemnités de l'année, par
    *>juridiction : crédit ouvert, engagé, payé et disponible.
    IF WBatch = 0
        DISPLAY 'Année à éditer (AAAA) :'
        ACCEPT WAnneeBudget
    ELSE
        *>Date début : l'année sur 4 chiffres ou une date AAAAMMJJ
        IF WBatchDate1 > 9999
            COMPUTE WAnneeBudget = WBatchDate1 / 10000
        ELSE
            MOVE WBatchDate1 TO WAnneeBudget
        END-IF
    END-IF
    IF WAnneeBudget = 0
        ACCEPT dateAjd FROM DATE YYYYMMDD
        COMPUTE WAnneeBudget = dateAjd / 10000
    END-IF
    MOVE 0 TO WNbEnveloppes
    MOVE 0 TO WNbAlertesBudget
    MOVE 0 TO WTotalCredit
    MOVE 0 TO WTotalEngage
    MOVE 0 TO WTotalPaye
    OPEN INPUT FBudgets
    IF budgetCR <> 0
        DISPLAY 'Aucune enveloppe enregistrée.'
        PERFORM SignalerAbandonBatch
    ELSE
        OPEN OUTPUT FEtatBudget
        MOVE SPACES TO ligneBudget
        STRING 'CONSOMMATION DES CREDITS D''INDEMNITES DE JURES - Année ' DELIMITED BY SIZE
               WAnneeBudget DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
        PERFORM EcrireLigneBudget
        MOVE '========================================' TO ligneBudget
        PERFORM EcrireLigneBudget
        MOVE WAnneeBudget TO fb_annee
        MOVE 0 TO fb_numTribunal
        START FBudgets KEY IS >= fb_cle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FBudgets NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fb_annee <> WAnneeBudget
                        MOVE 1 TO WFin
                    ELSE
                        ADD 1 TO WNbEnveloppes
                        PERFORM EcrireEnveloppeBudget
                    END-IF
            END-PERFORM
        END-START
        MOVE SPACES TO ligneBudget
        PERFORM EcrireLigneBudget
        MOVE '========================================' TO ligneBudget
        PERFORM EcrireLigneBudget
        MOVE SPACES TO ligneBudget
        STRING 'TOTAL ' DELIMITED BY SIZE
               WNbEnveloppes DELIMITED BY SIZE
               ' juridiction(s), dont ' DELIMITED BY SIZE
               WNbAlertesBudget DELIMITED BY SIZE
               ' au-delà du seuil d''alerte' DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
        PERFORM EcrireLigneBudget
        MOVE WTotalCredit TO WMontantEdite2
        MOVE SPACES TO ligneBudget
        STRING '   Crédit ouvert : ' DELIMITED BY SIZE
               WMontantEdite2 DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
        PERFORM EcrireLigneBudget
        MOVE WTotalEngage TO WMontantEdite2
        MOVE SPACES TO ligneBudget
        STRING '   Engagé        : ' DELIMITED BY SIZE
               WMontantEdite2 DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
        PERFORM EcrireLigneBudget
        MOVE WTotalPaye TO WMontantEdite2
        MOVE SPACES TO ligneBudget
        STRING '   Payé          : ' DELIMITED BY SIZE
               WMontantEdite2 DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
        PERFORM EcrireLigneBudget
        COMPUTE WDisponible = WTotalCredit - WTotalEngage - WTotalPaye
        MOVE WDisponible TO WDisponibleEdite
        MOVE SPACES TO ligneBudget
        STRING '   Disponible    : ' DELIMITED BY SIZE
               WDisponibleEdite DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
        PERFORM EcrireLigneBudget
        CLOSE FEtatBudget
        DISPLAY 'Etat écrit dans budget.txt'
    END-IF
    CLOSE FBudgets
.

EcrireEnveloppeBudget.
    PERFORM CalculerTauxBudget
    COMPUTE WDisponible = WBudgetTotal - fb_montantEngage - fb_montantPaye
    ADD WBudgetTotal TO WTotalCredit
    ADD fb_montantEngage TO WTotalEngage
    ADD fb_montantPaye TO WTotalPaye
    MOVE SPACES TO ligneBudget
    PERFORM EcrireLigneBudget
    MOVE fb_numTribunal TO ft_numTribunal
    PERFORM LireTribunal
    MOVE SPACES TO ligneBudget
    IF WTribConnu = 1
        STRING 'Tribunal ' DELIMITED BY SIZE
               fb_numTribunal DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ft_nom DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
    ELSE
        STRING 'Tribunal ' DELIMITED BY SIZE
               fb_numTribunal DELIMITED BY SIZE
            INTO ligneBudget
        END-STRING
    END-IF
    PERFORM EcrireLigneBudget
    MOVE '----------------------------------------' TO ligneBudget
    PERFORM EcrireLigneBudget
    MOVE WBudgetTotal TO WMontantEdite2
    MOVE WTotalAbonde TO WMontantEdite
    MOVE SPACES TO ligneBudget
    STRING '   Crédit ouvert : ' DELIMITED BY SIZE
           WMontantEdite2 DELIMITED BY SIZE
           ' EUR (dont abondements ' DELIMITED BY SIZE
           WMontantEdite DELIMITED BY SIZE
           ' EUR)' DELIMITED BY SIZE
        INTO ligneBudget
    END-STRING
    PERFORM EcrireLigneBudget
    MOVE fb_montantEngage TO WMontantEdite2
    MOVE SPACES TO ligneBudget
    STRING '   Engagé        : ' DELIMITED BY SIZE
           WMontantEdite2 DELIMITED BY SIZE
           ' EUR' DELIMITED BY SIZE
        INTO ligneBudget
    END-STRING
    PERFORM EcrireLigneBudget
    MOVE fb_montantPaye TO WMontantEdite2
    MOVE SPACES TO ligneBudget
    STRING '   Payé          : ' DELIMITED BY SIZE
           WMontantEdite2 DELIMITED BY SIZE
           ' EUR' DELIMITED BY SIZE
        INTO ligneBudget
    END-STRING
    PERFORM EcrireLigneBudget
    MOVE WDisponible TO WDisponibleEdite
    MOVE SPACES TO ligneBudget
    STRING '   Disponible    : ' DELIMITED BY SIZE
           WDisponibleEdite DELIMITED BY SIZE
           ' EUR' DELIMITED BY SIZE
        INTO ligneBudget
    END-STRING
    PERFORM EcrireLigneBudget
    MOVE SPACES TO ligneBudget
    STRING '   Consommation  : ' DELIMITED BY SIZE
           WTauxConso DELIMITED BY SIZE
           ' % (seuil d''alerte ' DELIMITED BY SIZE
           fb_seuilAlerte DELIMITED BY SIZE
           ' %)' DELIMITED BY SIZE
        INTO ligneBudget
    END-STRING
    PERFORM EcrireLigneBudget
    IF WTauxConso > fb_seuilAlerte
        ADD 1 TO WNbAlertesBudget
        IF WDisponible < 0
            MOVE '   *** ENVELOPPE DEPASSEE ***' TO ligneBudget
        ELSE
            MOVE '   *** SEUIL D''ALERTE DEPASSE ***' TO ligneBudget
        END-IF
        PERFORM EcrireLigneBudget
    END-IF
.

EcrireLigneBudget.
    DISPLAY ligneBudget
    WRITE ligneBudget
.

LireHorairesOuverture.
    *>Journée d'ouverture des salles (HHMM) et seuil d'occupation en %,
    *>paramétrés dans horaires.txt (9h-18h et 30 % à défaut)
    MOVE 0900 TO WHeureOuverture
    MOVE 1800 TO WHeureFermeture
    MOVE 30 TO WSeuilOccupation
    OPEN INPUT FHoraires
    IF horairesCR = 0
        READ FHoraires
        AT END
            CONTINUE
        NOT AT END
            IF hor_ouverture IS NUMERIC AND hor_fermeture IS NUMERIC
                IF hor_fermeture > hor_ouverture
                    MOVE hor_ouverture TO WHeureOuverture
                    MOVE hor_fermeture TO WHeureFermeture
                END-IF
            END-IF
            IF hor_seuil IS NUMERIC
                MOVE hor_seuil TO WSeuilOccupation
            END-IF
        END-READ
    END-IF
    CLOSE FHoraires
    COMPUTE WHeures = WHeureOuverture / 100
    COMPUTE WMinOuverture = WHeures * 60 + FUNCTION MOD(WHeureOuverture, 100)
    COMPUTE WHeures = WHeureFermeture / 100
    COMPUTE WMinFermeture = WHeures * 60 + FUNCTION MOD(WHeureFermeture, 100)
.

ReglerHorairesOuverture.
    PERFORM LireHorairesOuverture
    DISPLAY 'Ouverture actuelle des salles : ', WHeureOuverture, ' - ', WHeureFermeture, ', seuil d''occupation ', WSeuilOccupation, ' %.'
    MOVE 0 TO WHeureFermeture
    PERFORM WITH TEST AFTER UNTIL WHeureFermeture > WHeureOuverture
                                  AND FUNCTION MOD(WHeureOuverture, 100) < 60
                                  AND FUNCTION MOD(WHeureFermeture, 100) < 60
                                  AND WHeureFermeture <= 2400
        DISPLAY 'Heure d''ouverture (HHMM) :'
        ACCEPT WHeureOuverture
        DISPLAY 'Heure de fermeture (HHMM) :'
        ACCEPT WHeureFermeture
    END-PERFORM
    DISPLAY 'Seuil d''occupation en dessous duquel une salle est signalée (%) :'
    ACCEPT WSeuilOccupation
    OPEN OUTPUT FHoraires
    MOVE SPACES TO ligneHoraires
    MOVE WHeureOuverture TO hor_ouverture
    MOVE WHeureFermeture TO hor_fermeture
    MOVE WSeuilOccupation TO hor_seuil
    WRITE ligneHoraires END-WRITE
    CLOSE FHoraires
    DISPLAY 'Horaires enregistrés : ', WHeureOuverture, ' - ', WHeureFermeture, ', seuil ', WSeuilOccupation, ' %.'
.

EditerOccupationSalles.
    *>État mensuel d'occupation des salles, par tribunal puis par salle :
    *>heures réservées contre heures d'ouverture des jours ouvrés du
    *>mois, issues des séances et taux de remplissage par les jurés.
    IF WBatch = 0
        DISPLAY 'Un jour du mois à éditer (AAAAMMJJ) :'
        ACCEPT WDate
        DISPLAY 'Numéro du tribunal (0 pour tous) :'
        ACCEPT WNTrib
    ELSE
        MOVE WBatchDate1 TO WDate
        MOVE WBatchTrib TO WNTrib
    END-IF
    MOVE 0 TO WNbSallesOcc
    MOVE 0 TO WNbSallesSousSeuil
    IF FUNCTION INTEGER-OF-DATE(WDate) = 0
        DISPLAY 'Date invalide !'
        PERFORM SignalerAbandonBatch
    ELSE
    *>Bornes du mois : du 1er au veille du 1er du mois suivant
    COMPUTE WMois = WDate / 100
    COMPUTE WDate = WMois * 100 + 1
    IF FUNCTION MOD(WMois, 100) = 12
        COMPUTE WDate2 = (WMois + 89) * 100 + 1
    ELSE
        COMPUTE WDate2 = (WMois + 1) * 100 + 1
    END-IF
    COMPUTE WJourFin = FUNCTION INTEGER-OF-DATE(WDate2) - 1
    COMPUTE WDate2 = FUNCTION DATE-OF-INTEGER(WJourFin)
    COMPUTE WJourDebut = FUNCTION INTEGER-OF-DATE(WDate)
    *>Jours ouvrés du lundi au vendredi (le jour 1 du calendrier
    *>grégorien, 1er janvier 1601, est un lundi)
    MOVE 0 TO WNbJoursOuvres
    PERFORM VARYING WJourCourant FROM WJourDebut BY 1 UNTIL WJourCourant > WJourFin
        IF FUNCTION MOD(WJourCourant - 1, 7) < 5
            ADD 1 TO WNbJoursOuvres
        END-IF
    END-PERFORM
    PERFORM LireHorairesOuverture
    COMPUTE WMinDisponibles = WNbJoursOuvres * (WMinFermeture - WMinOuverture)
    PERFORM ChargerSallesOccupation
    OPEN INPUT FSeances
    IF seanceCR <> 0 OR WTOCount = 0
        DISPLAY 'Aucune séance ou aucune salle enregistrée.'
        PERFORM SignalerAbandonBatch
    ELSE
        OPEN INPUT FConvocations
        *>Même balayage que le rôle : une session commencée le mois
        *>précédent peut déborder sur le mois édité
        COMPUTE WDate3 = FUNCTION INTEGER-OF-DATE(WDate) - 31
        COMPUTE WDate3 = FUNCTION DATE-OF-INTEGER(WDate3)
        MOVE WDate3 TO fse_date
        START FSeances KEY IS >= fse_date
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 0 TO WFin
            PERFORM WITH TEST AFTER UNTIL WFin = 1
                READ FSeances NEXT
                AT END MOVE 1 TO WFin
                NOT AT END
                    IF fse_date > WDate2
                        MOVE 1 TO WFin
                    ELSE
                        PERFORM ObtenirFinSeance
                        IF WDateFinSeance >= WDate
                            PERFORM CumulerOccupationSeance
                        END-IF
                    END-IF
            END-PERFORM
        END-START
        CLOSE FConvocations
        PERFORM EcrireEtatOccupation
    END-IF
    CLOSE FSeances
    END-IF
.

ChargerSallesOccupation.
    *>Salles du (des) tribunal(aux) édité(s), triées par tribunal puis
    *>salle : la clé fsa_salle met le numéro de salle en tête.
    MOVE 0 TO WTOCount
    OPEN INPUT FSalles
    IF salleCR = 0
        MOVE 0 TO WFin
        PERFORM WITH TEST AFTER UNTIL WFin = 1
            READ FSalles NEXT
            AT END MOVE 1 TO WFin
            NOT AT END
                IF WNTrib = 0 OR fsa_numTribunal = WNTrib
                    IF WTOCount < 200
                        ADD 1 TO WTOCount
                        INITIALIZE TO-Entree(WTOCount)
                        MOVE fsa_numTribunal TO TO-NumTribunal(WTOCount)
                        MOVE fsa_numSalle TO TO-NumSalle(WTOCount)
                        MOVE fsa_capacite TO TO-Capacite(WTOCount)
                    ELSE
                        DISPLAY 'Trop de salles, certaines ne figureront pas à l''état.'
                        MOVE 1 TO WFin
                    END-IF
                END-IF
        END-PERFORM
    END-IF
    CLOSE FSalles
    PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 >= WTOCount
        PERFORM VARYING WIdx2 FROM 1 BY 1 UNTIL WIdx2 > WTOCount - WIdx1
            IF TO-Tri(WIdx2) > TO-Tri(WIdx2 + 1)
                MOVE TO-Entree(WIdx2) TO WTOEchange
                MOVE TO-Entree(WIdx2 + 1) TO TO-Entree(WIdx2)
                MOVE WTOEchange TO TO-Entree(WIdx2 + 1)
            END-IF
        END-PERFORM
    END-PERFORM
.

CumulerOccupationSeance.
    *>Séance du tampon, qui chevauche le mois : issue comptée sur le mois
    *>de son premier jour, heures réservées jour ouvré par jour ouvré
    *>dans les horaires d'ouverture. Une séance annulée ne réserve rien ;
    *>une séance renvoyée a occupé la salle le temps du renvoi.
    MOVE 0 TO WIdxSalle
    PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > WTOCount OR WIdxSalle > 0
        IF TO-NumTribunal(WIdx1) = fse_numTribunal AND TO-NumSalle(WIdx1) = fse_numSalle
            MOVE WIdx1 TO WIdxSalle
        END-IF
    END-PERFORM
    IF WIdxSalle > 0
        IF fse_date >= WDate
            EVALUATE fse_etat
                WHEN 0 ADD 1 TO TO-NbProgrammees(WIdxSalle)
                WHEN 1 ADD 1 TO TO-NbTenues(WIdxSalle)
                WHEN 2 ADD 1 TO TO-NbRenvoyees(WIdxSalle)
                WHEN 3 ADD 1 TO TO-NbAnnulees(WIdxSalle)
            END-EVALUATE
            IF fse_etat <> 3
                PERFORM CompterConvoquesSeance
                ADD nbCount TO TO-NbConvoques(WIdxSalle)
                ADD 1 TO TO-NbSeancesJures(WIdxSalle)
            END-IF
        END-IF
        IF fse_etat <> 3
            *>Créneau quotidien de la séance ramené aux heures d'ouverture
            IF fse_duree = 0
                MOVE WMinOuverture TO WMinDebut2
                MOVE WMinFermeture TO WMinFin2
            ELSE
                COMPUTE WHeures = fse_heure / 100
                COMPUTE WMinDebut2 = WHeures * 60 + FUNCTION MOD(fse_heure, 100)
                COMPUTE WMinFin2 = WMinDebut2 + fse_duree
                IF WMinDebut2 < WMinOuverture
                    MOVE WMinOuverture TO WMinDebut2
                END-IF
                IF WMinFin2 > WMinFermeture
                    MOVE WMinFermeture TO WMinFin2
                END-IF
            END-IF
            IF WMinFin2 > WMinDebut2
                COMPUTE WJourSeance = FUNCTION INTEGER-OF-DATE(fse_date)
                IF WJourSeance < WJourDebut
                    MOVE WJourDebut TO WJourSeance
                END-IF
                COMPUTE WJourSeanceFin = FUNCTION INTEGER-OF-DATE(WDateFinSeance)
                IF WJourSeanceFin > WJourFin
                    MOVE WJourFin TO WJourSeanceFin
                END-IF
                PERFORM VARYING WJourCourant FROM WJourSeance BY 1 UNTIL WJourCourant > WJourSeanceFin
                    IF FUNCTION MOD(WJourCourant - 1, 7) < 5
                        COMPUTE TO-MinReservees(WIdxSalle) = TO-MinReservees(WIdxSalle)
                                                           + WMinFin2 - WMinDebut2
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-IF
.

EcrireEtatOccupation.
    OPEN OUTPUT FOccupation
    MOVE SPACES TO ligneOccupation
    STRING 'ETAT D''OCCUPATION DES SALLES - Mois du ' DELIMITED BY SIZE
           WDate DELIMITED BY SIZE
           ' au ' DELIMITED BY SIZE
           WDate2 DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
    MOVE SPACES TO ligneOccupation
    STRING 'Ouverture ' DELIMITED BY SIZE
           WHeureOuverture DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WHeureFermeture DELIMITED BY SIZE
           ' sur ' DELIMITED BY SIZE
           WNbJoursOuvres DELIMITED BY SIZE
           ' jour(s) ouvré(s), seuil d''occupation ' DELIMITED BY SIZE
           WSeuilOccupation DELIMITED BY SIZE
           ' %' DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
    MOVE '========================================' TO ligneOccupation
    PERFORM EcrireLigneOccupation
    MOVE 0 TO WTribCourant
    PERFORM VARYING WIdx1 FROM 1 BY 1 UNTIL WIdx1 > WTOCount
        IF TO-NumTribunal(WIdx1) <> WTribCourant
            IF WTribCourant <> 0
                PERFORM EcrireTotalTribunalOccupation
            END-IF
            MOVE TO-NumTribunal(WIdx1) TO WTribCourant
            MOVE 0 TO WMinResTribunal
            MOVE 0 TO WMinDispTribunal
            PERFORM EcrireEnteteTribunalOccupation
        END-IF
        PERFORM EcrireLigneSalleOccupation
    END-PERFORM
    IF WTribCourant <> 0
        PERFORM EcrireTotalTribunalOccupation
    END-IF
    MOVE SPACES TO ligneOccupation
    PERFORM EcrireLigneOccupation
    MOVE SPACES TO ligneOccupation
    STRING WNbSallesOcc DELIMITED BY SIZE
           ' salle(s) éditée(s), dont ' DELIMITED BY SIZE
           WNbSallesSousSeuil DELIMITED BY SIZE
           ' sous le seuil d''occupation' DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
    CLOSE FOccupation
    DISPLAY 'Etat écrit dans occupation.txt'
.

EcrireEnteteTribunalOccupation.
    MOVE SPACES TO ligneOccupation
    PERFORM EcrireLigneOccupation
    MOVE WTribCourant TO ft_numTribunal
    PERFORM LireTribunal
    MOVE SPACES TO ligneOccupation
    IF WTribConnu = 1
        STRING 'Tribunal ' DELIMITED BY SIZE
               WTribCourant DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ft_nom DELIMITED BY SIZE
            INTO ligneOccupation
        END-STRING
    ELSE
        STRING 'Tribunal ' DELIMITED BY SIZE
               WTribCourant DELIMITED BY SIZE
            INTO ligneOccupation
        END-STRING
    END-IF
    PERFORM EcrireLigneOccupation
    MOVE '----------------------------------------' TO ligneOccupation
    PERFORM EcrireLigneOccupation
.

EcrireLigneSalleOccupation.
    ADD 1 TO WNbSallesOcc
    ADD TO-MinReservees(WIdx1) TO WMinResTribunal
    ADD WMinDisponibles TO WMinDispTribunal
    COMPUTE WHeuresOcc ROUNDED = TO-MinReservees(WIdx1) / 60
    MOVE WHeuresOcc TO WHeuresEdite
    COMPUTE WHeuresOcc ROUNDED = WMinDisponibles / 60
    MOVE WHeuresOcc TO WHeuresEdite2
    IF WMinDisponibles > 0
        COMPUTE WTauxOccupation ROUNDED = TO-MinReservees(WIdx1) * 100 / WMinDisponibles
    ELSE
        MOVE 0 TO WTauxOccupation
    END-IF
    MOVE SPACES TO ligneOccupation
    STRING 'Salle ' DELIMITED BY SIZE
           TO-NumSalle(WIdx1) DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           WHeuresEdite DELIMITED BY SIZE
           ' h réservées / ' DELIMITED BY SIZE
           WHeuresEdite2 DELIMITED BY SIZE
           ' h disponibles, occupation ' DELIMITED BY SIZE
           WTauxOccupation DELIMITED BY SIZE
           ' %' DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
    MOVE SPACES TO ligneOccupation
    STRING '   Séances : ' DELIMITED BY SIZE
           TO-NbTenues(WIdx1) DELIMITED BY SIZE
           ' tenue(s), ' DELIMITED BY SIZE
           TO-NbRenvoyees(WIdx1) DELIMITED BY SIZE
           ' renvoyée(s), ' DELIMITED BY SIZE
           TO-NbAnnulees(WIdx1) DELIMITED BY SIZE
           ' annulée(s), ' DELIMITED BY SIZE
           TO-NbProgrammees(WIdx1) DELIMITED BY SIZE
           ' programmée(s)' DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
    IF TO-NbSeancesJures(WIdx1) > 0
        COMPUTE WMoyenneJures ROUNDED = TO-NbConvoques(WIdx1) / TO-NbSeancesJures(WIdx1)
    ELSE
        MOVE 0 TO WMoyenneJures
    END-IF
    MOVE WMoyenneJures TO WMoyenneEdite
    MOVE SPACES TO ligneOccupation
    STRING '   Jurés convoqués par séance : ' DELIMITED BY SIZE
           WMoyenneEdite DELIMITED BY SIZE
           ' en moyenne pour une capacité de ' DELIMITED BY SIZE
           TO-Capacite(WIdx1) DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
    IF WTauxOccupation < WSeuilOccupation
        ADD 1 TO WNbSallesSousSeuil
        MOVE SPACES TO ligneOccupation
        STRING '   *** Occupation inférieure au seuil de ' DELIMITED BY SIZE
               WSeuilOccupation DELIMITED BY SIZE
               ' % ***' DELIMITED BY SIZE
            INTO ligneOccupation
        END-STRING
        PERFORM EcrireLigneOccupation
    END-IF
.

EcrireTotalTribunalOccupation.
    COMPUTE WHeuresOcc ROUNDED = WMinResTribunal / 60
    MOVE WHeuresOcc TO WHeuresEdite
    COMPUTE WHeuresOcc ROUNDED = WMinDispTribunal / 60
    MOVE WHeuresOcc TO WHeuresEdite2
    IF WMinDispTribunal > 0
        COMPUTE WTauxOccupation ROUNDED = WMinResTribunal * 100 / WMinDispTribunal
    ELSE
        MOVE 0 TO WTauxOccupation
    END-IF
    MOVE SPACES TO ligneOccupation
    STRING 'Total tribunal : ' DELIMITED BY SIZE
           WHeuresEdite DELIMITED BY SIZE
           ' h réservées / ' DELIMITED BY SIZE
           WHeuresEdite2 DELIMITED BY SIZE
           ' h disponibles, occupation ' DELIMITED BY SIZE
           WTauxOccupation DELIMITED BY SIZE
           ' %' DELIMITED BY SIZE
        INTO ligneOccupation
    END-STRING
    PERFORM EcrireLigneOccupation
.

EcrireLigneOccupation.
    DISPLAY ligneOccupation
    WRITE ligneOccupation
.

BilanAnnuel.
            AT END MOVE 1 TO WFin
            NOT AT END
                IF fse_date >= WDate AND fse_date <= WDate2
                    *>Type repris du référentiel : les séances saisies
                    *>en texte libre sont ainsi regroupées elles aussi
                    MOVE fse_numTribunal TO ft_numTribunal
                    PERFORM LireTribunal
                    IF WTribConnu = 1
                        MOVE TLT-Libelle(ft_type) TO fse_typeTribunal
                    END-IF
                    PERFORM CompterTypeTribunal
                END-IF
        END-PERFORM
    *>présence constatée sans paiement enregistré).
    MOVE 1 TO WArchivable
    MOVE fa_refAffaire TO fse_refAffaire
    START FSeances KEY IS = fse_refAffaire
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
    *>(sinon le juré ne serait jamais payé par CalculerIndemnites).
    MOVE 1 TO WSeanceArchivable
    MOVE fse_numSeance TO fc_numSeance
    START FConvocations KEY IS = fc_numSeance
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
    MOVE fa_refAffaire TO faa_refAffaire
    MOVE fa_classee TO faa_classee
    MOVE fa_contexte TO faa_contexte
    MOVE fa_dateSaisine TO faa_dateSaisine
    MOVE fa_regime TO faa_regime
    MOVE fa_dateLimite TO faa_dateLimite
    MOVE fa_nbProlongations TO faa_nbProlongations
    WRITE archAffaireTampon
    INVALID KEY
        REWRITE archAffaireTampon END-REWRITE
    *>(qui supprime des enregistrements) commencée.
    MOVE 0 TO WTSACount
    MOVE WRef TO fse_refAffaire
    START FSeances KEY IS = fse_refAffaire
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
    MOVE fse_numSalle TO fsea_numSalle
    MOVE fse_numTribunal TO fsea_numTribunal
    MOVE fse_etat TO fsea_etat
    MOVE fse_jury TO fsea_jury
    WRITE archSeanceTampon
    INVALID KEY
        REWRITE archSeanceTampon END-REWRITE
    *>Les convocations de la séance du tampon suivent la séance à l'archive
    MOVE fse_numSeance TO WNseCible
    MOVE WNseCible TO fc_numSeance
    START FConvocations KEY IS = fc_numSeance
    INVALID KEY
        CONTINUE
    NOT INVALID KEY
                    MOVE fc_presence TO fac_presence
                    MOVE fc_suite TO fac_suite
                    MOVE fc_dateSuite TO fac_dateSuite
                    MOVE fc_jury TO fac_jury
                    MOVE fc_recusePar TO fac_recusePar
                    MOVE fc_rangTirage TO fac_rangTirage
                    WRITE archConvoTampon
                    INVALID KEY
                        REWRITE archConvoTampon END-REWRITE
                    MOVE fd_numOrdre TO fada_numOrdre
                    MOVE fd_nom TO fada_nom
                    MOVE fd_role TO fada_role
                    MOVE fd_adresse TO fada_adresse
                    MOVE fd_codePostal TO fada_codePostal
                    MOVE fd_ville TO fada_ville
                    WRITE archDossierTampon
                    INVALID KEY
                        REWRITE archDossierTampon END-REWRITE
