           select F-RejetsMouvements assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\RejetsMouvements.txt"
           organization is line sequential access sequential.

      ***** Fichier des transactions cartes du jour recu du systeme monetique *****
           select F-TransactionsCartes assign to "C:\Users\thoma\Downloads\TransactionsCartes.csv"
           organization is line sequential.

      ***** Fichier des transactions cartes rejetees (carte inconnue, expiree, en opposition) *****
           select F-RejetsCartes assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\RejetsCartes.txt"
           organization is line sequential access sequential.

      ***** Certificats de solde au jour du deces (succession d'un client decede) *****
           select F-CertificatsDeces assign to dynamic NomFichierCertifDeces
           organization is line sequential access sequential.

      ***** Compte rendu du reglement de succession remis au notaire *****
           select F-ReglementSuccession assign to dynamic NomFichierReglementSucc
           organization is line sequential access sequential.

      ***** Fichier de transfert des comptes inactifs a la Caisse des Depots (loi Eckert) *****
           select F-TransfertCdc assign to dynamic NomFichierTransfertCdc
           organization is line sequential access sequential.

      ***** Registre des comptes inactifs *****
           select F-RegistreInactifs assign to dynamic NomFichierRegistreInactifs
           organization is line sequential access sequential.

      ***** Fichier retour de compensation des cheques impayes (defaut de provision) *****
           select F-RetourCheques assign to dynamic NomFichierRetourCheques
           organization is line sequential access sequential.

      ***** Fichier de declaration des incidents de paiement de cheques (FCC) *****
           select F-DeclarationFcc assign to dynamic NomFichierDeclFcc
           organization is line sequential access sequential.

      ***** Fichier de compensation des cheques presentes (une ligne par cheque) *****
           select F-Cheques assign to "C:\Users\thoma\Downloads\ListeCheques.csv"
           organization is line sequential.
           select F-RapportRetours assign to dynamic NomFichierRapportRetours
           organization is line sequential access sequential.

      ***** Remises de virements deposees par les clients entreprises (paie, fournisseurs) *****
           select F-RemisesVirements assign to "C:\Users\thoma\Downloads\RemisesVirements.csv"
           organization is line sequential.

      ***** Compte rendu d'execution des remises de virements, ligne a ligne *****
           select F-RapportRemises assign to dynamic NomFichierRapportRemises
           organization is line sequential access sequential.

      ***** Liste mensuelle des revues KYC a faire et des pieces d'identite expirees *****
           select F-RevuesKyc assign to dynamic NomFichierRevuesKyc
           organization is line sequential access sequential.

      ***** Rentabilite des clients et des guichets (PNB) sur une periode *****
           select F-RentabiliteClients assign to dynamic NomFichierRentabilite
           organization is line sequential access sequential.

      ***** Simulation des grilles de taux et de tarifs (aucune ecriture) *****
           select F-SimulationGrilles assign to dynamic NomFichierSimulation
           organization is line sequential access sequential.

      ***** Projection de tresorerie par compte sur N jours *****
           select F-ProjectionTresorerie assign to dynamic NomFichierProjection
           organization is line sequential access sequential.

      ***** Notifications d'alertes clients pour le prestataire de messagerie (SMS / email) *****
           select F-NotificationsAlertes assign to dynamic NomFichierNotifications
           organization is line sequential access sequential.

      ***** Releve electronique camt.053 ou MT940 d'un compte abonne (un fichier par releve) *****
           select F-ReleveElec assign to dynamic NomFichierReleveElec
           organization is line sequential access sequential.

      ***** Virements SEPA recus des autres banques (fichier interbancaire) *****
           select F-VirementsRecus assign to "C:\Users\thoma\Downloads\VirementsRecus.csv"
           organization is line sequential.

      ***** Rapport de rapprochement des virements recus *****
           select F-RapportVirRecus assign to dynamic NomFichierRapportVirRecus
           organization is line sequential access sequential.

      ***** Balance agee des virements recus en attente *****
           select F-AncienneteSuspens assign to dynamic NomFichierAncienneteSuspens
           organization is line sequential access sequential.

      ***** Releve de cloture edite a l'arrete de cloture d'un compte *****
           select F-ReleveCloture assign to dynamic NomFichierReleveCloture
           organization is line sequential access sequential.

      ***** Fichier d'interface comptable quotidien (agregats par code operation/sens/devise) *****
           select F-InterfaceCompta assign to dynamic NomFichierInterfaceCompta
           organization is line sequential access sequential.
           select F-ResumeFiscal assign to dynamic NomFichierResumeFiscal
           organization is line sequential access sequential.

      ***** Declaration annuelle FATCA / CRS et liste des indices a regulariser *****
           select F-DeclarationEai assign to dynamic NomFichierDeclarationEai
           organization is line sequential access sequential.
           select F-IndicesEai assign to dynamic NomFichierIndicesEai
           organization is line sequential access sequential.

      ***** Vue unique du deposant FGDR et son etat de controle *****
           select F-Fgdr assign to dynamic NomFichierFgdr
           organization is line sequential access sequential.
           select F-ControleFgdr assign to dynamic NomFichierControleFgdr
           organization is line sequential access sequential.

      ***** Etat des saisies sur comptes en cours *****
           select F-EtatSaisies assign to dynamic NomFichierEtatSaisies
           organization is line sequential access sequential.

      ***** Echelle des echeances des depots a terme *****
           select F-EchelleDat assign to dynamic NomFichierEchelleDat
           organization is line sequential access sequential.

      ***** Rapport mensuel des reclamations clients *****
           select F-Reclamations assign to dynamic NomFichierReclamations
           organization is line sequential access sequential.

      ***** Recapitulatif annuel des frais et fichier de diffusion electronique *****
           select F-RecapFrais assign to dynamic NomFichierRecapFrais
           organization is line sequential access sequential.
           select F-DiffusionFrais assign to dynamic NomFichierDiffusionFrais
           organization is line sequential access sequential.

      ***** Fichier de compensation aller des cheques remis par les clients *****
           select F-CompensationAller assign to dynamic NomFichierCompensationAller
           organization is line sequential access sequential.

      ***** Fichier des impayes sur cheques remis (une ligne par cheque revenu impaye) *****
           select F-ImpayesRemises assign to "C:\Users\thoma\Downloads\ImpayesRemises.csv"
           organization is line sequential.

      ***** Rapport des impayes sur remises traites, pour le back office *****
           select F-RapportImpayesRemises assign to dynamic NomFichierRapportImpRem
           organization is line sequential access sequential.

      ***** Rapport de verification d'une photo mensuelle des soldes *****
           select F-RapportVerifPhoto assign to dynamic NomFichierVerifPhoto
           organization is line sequential access sequential.
           organization is line sequential access sequential.

      ***** Fichier des releves de compte mensuels a envoyer aux clients *****
           select F-Releves assign to dynamic NomFichierReleves
           organization is line sequential access sequential.

      ***** Releves edites par un flux de fin de mois, relus par la consolidation *****
           select F-RelevesFlux assign to dynamic NomFichierRelevesFlux
           organization is line sequential access sequential
           file status is RelevesFlux-Status.

      ***** Rapport de controle de la consolidation des flux de fin de mois *****
           select F-ConsolidationFlux assign to dynamic NomFichierConsoFlux
           organization is line sequential access sequential.

      ***** Extraction de nuit pour le portail de banque en ligne *****
           select F-ExtractionPortail assign to dynamic NomFichierPortail
           organization is line sequential access sequential.

      ***** Fichier du rapport des comptes au-dela de leur decouvert autorise *****
           organization is line sequential
           file status is CheckPointRib-Status.

      ***** Tableau d'amortissement d'un pret a la consommation (nom date et sequence) *****
           select F-TableauAmortissement assign to dynamic NomFichierTableauAmort
           organization is line sequential access sequential.

      ***** Liste des echeances de prets impayees pour le recouvrement *****
           select F-ImpayesPrets assign to dynamic NomFichierImpayesPrets
           organization is line sequential access sequential.

      ***** Fichier de parametres contenant la chaine de connexion SQL Server *****
           select F-ParametresConnexion assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\ConnexionBDD.ini"
           organization is line sequential
       FD F-RejetsMouvements record varying from 0 to 255.
       01 E-RejetsMouvements pic x(255).

      ***** Fichier des transactions cartes du jour *****
       FD F-TransactionsCartes record varying from 0 to 255.
       01 E-TransactionCarte pic x(255).

      ***** Fichier des rejets de transactions cartes *****
       FD F-RejetsCartes record varying from 0 to 255.
       01 E-RejetsCartes pic x(255).

      ***** Certificats de solde au jour du deces *****
       FD F-CertificatsDeces record varying from 0 to 255.
       01 E-CertificatsDeces pic x(255).

      ***** Compte rendu du reglement de succession *****
       FD F-ReglementSuccession record varying from 0 to 255.
       01 E-ReglementSuccession pic x(255).

      ***** Fichier de transfert a la Caisse des Depots *****
       FD F-TransfertCdc record varying from 0 to 255.
       01 E-TransfertCdc pic x(255).

      ***** Registre des comptes inactifs *****
       FD F-RegistreInactifs record varying from 0 to 255.
       01 E-RegistreInactifs pic x(255).

      ***** Fichier retour de compensation des cheques impayes *****
       FD F-RetourCheques record varying from 0 to 255.
       01 E-RetourCheques pic x(255).

      ***** Declaration FCC des incidents de cheques *****
       FD F-DeclarationFcc record varying from 0 to 255.
       01 E-DeclarationFcc pic x(255).

      ***** Fichier de compensation des cheques presentes *****
       FD F-Cheques record varying from 0 to 255.
       01 E-Cheque pic x(255).
       FD F-RapportRetours record varying from 0 to 255.
       01 E-RapportRetours pic x(255).

      ***** Remises de virements des clients *****
       FD F-RemisesVirements record varying from 0 to 255.
       01 E-RemisesVirements pic x(255).

      ***** Compte rendu d'execution des remises de virements *****
       FD F-RapportRemises record varying from 0 to 255.
       01 E-RapportRemises pic x(255).

      ***** Revues KYC a faire *****
       FD F-RevuesKyc record varying from 0 to 255.
       01 E-RevuesKyc pic x(255).

      ***** Rentabilite clients et guichets (PNB) *****
       FD F-RentabiliteClients record varying from 0 to 255.
       01 E-RentabiliteClients pic x(255).

      ***** Simulation des grilles *****
       FD F-SimulationGrilles record varying from 0 to 255.
       01 E-SimulationGrilles pic x(255).

      ***** Projection de tresorerie *****
       FD F-ProjectionTresorerie record varying from 0 to 255.
       01 E-ProjectionTresorerie pic x(255).

      ***** Notifications d'alertes clients *****
       FD F-NotificationsAlertes record varying from 0 to 255.
       01 E-NotificationsAlertes pic x(255).

      ***** Releve electronique camt.053 / MT940 *****
       FD F-ReleveElec record varying from 0 to 255.
       01 E-ReleveElec pic x(255).

      ***** Virements SEPA recus *****
       FD F-VirementsRecus record varying from 0 to 255.
       01 E-VirementsRecus pic x(255).

      ***** Rapport des virements recus *****
       FD F-RapportVirRecus record varying from 0 to 255.
       01 E-RapportVirRecus pic x(255).

      ***** Balance agee des suspens *****
       FD F-AncienneteSuspens record varying from 0 to 255.
       01 E-AncienneteSuspens pic x(255).

       FD F-ReleveCloture record varying from 0 to 255.
       01 E-ReleveCloture pic x(255).

      ***** Fichier d'interface comptable quotidien *****
       FD F-InterfaceCompta record varying from 0 to 255.
       01 E-InterfaceCompta pic x(255).
       FD F-ResumeFiscal record varying from 0 to 255.
       01 E-ResumeFiscal pic x(255).

      ***** Declaration annuelle FATCA / CRS et liste des indices a regulariser *****
       FD F-DeclarationEai record varying from 0 to 320.
       01 E-DeclarationEai pic x(320).

       FD F-IndicesEai record varying from 0 to 255.
       01 E-IndicesEai pic x(255).

      ***** Vue unique du deposant FGDR et son etat de controle *****
       FD F-Fgdr record varying from 0 to 255.
       01 E-Fgdr pic x(255).

       FD F-ControleFgdr record varying from 0 to 255.
       01 E-ControleFgdr pic x(255).

      ***** Etat des saisies sur comptes en cours *****
       FD F-EtatSaisies record varying from 0 to 255.
       01 E-EtatSaisies pic x(255).

      ***** Echelle des echeances des depots a terme *****
       FD F-EchelleDat record varying from 0 to 255.
       01 E-EchelleDat pic x(255).

      ***** Rapport mensuel des reclamations clients *****
       FD F-Reclamations record varying from 0 to 255.
       01 E-Reclamations pic x(255).

      ***** Recapitulatif annuel des frais et fichier de diffusion electronique *****
       FD F-RecapFrais record varying from 0 to 255.
       01 E-RecapFrais pic x(255).
       FD F-DiffusionFrais record varying from 0 to 255.
       01 E-DiffusionFrais pic x(255).

      ***** Fichier de compensation aller des cheques remis *****
       FD F-CompensationAller record varying from 0 to 255.
       01 E-CompensationAller pic x(255).

      ***** Fichier des impayes sur cheques remis *****
       FD F-ImpayesRemises record varying from 0 to 255.
       01 E-ImpayeRemise pic x(255).

      ***** Rapport des impayes sur remises *****
       FD F-RapportImpayesRemises record varying from 0 to 255.
       01 E-RapportImpayesRemises pic x(255).

      ***** Rapport de verification d'une photo mensuelle des soldes *****
       FD F-RapportVerifPhoto record varying from 0 to 255.
       01 E-RapportVerifPhoto pic x(255).
       FD F-Releves record varying from 0 to 255.
       01 E-Releves pic x(255).

      ***** Releves edites par un flux de fin de mois *****
       FD F-RelevesFlux record varying from 0 to 255.
       01 E-RelevesFlux pic x(255).

      ***** Consolidation des flux de fin de mois *****
       FD F-ConsolidationFlux record varying from 0 to 255.
       01 E-ConsolidationFlux pic x(255).

      ***** Extraction pour le portail de banque en ligne *****
       FD F-ExtractionPortail record varying from 0 to 255.
       01 E-ExtractionPortail pic x(255).

      ***** Fichier du rapport des comptes au-dela de leur decouvert autorise *****
       FD F-Depassements record varying from 0 to 255.
       01 E-Depassements pic x(255).
       FD F-CheckPointRib.
       01 E-CheckPointRib pic X(21).

      ***** Tableau d'amortissement d'un pret a la consommation *****
       FD F-TableauAmortissement record varying from 0 to 255.
       01 E-TableauAmortissement pic x(255).

      ***** Liste des echeances de prets impayees *****
       FD F-ImpayesPrets record varying from 0 to 255.
       01 E-ImpayesPrets pic x(255).

      ***** Fichier de parametres contenant la chaine de connexion SQL Server *****
       FD F-ParametresConnexion record varying from 0 to 255.
       01 E-ParametresConnexion pic x(255).
         10 Adresse SQL CHAR-VARYING (40).
         10 Telephone SQL CHAR-VARYING (15).
         10 Email SQL CHAR-VARYING (50).
      ***** Connaissance client : classe de risque, piece d'identite, derniere revue *****
         10 ClasseRisque SQL CHAR (1).
         10 TypePieceIdentite SQL CHAR-VARYING (3).
         10 NumeroPieceIdentite SQL CHAR-VARYING (20).
         10 DateExpirationPiece SQL CHAR (8).
         10 DateDerniereRevue SQL CHAR (8).
      ***** Residence fiscale (FATCA / CRS) : nationalite, pays de l'adresse postale et de *****
      ***** residence fiscale (codes ISO, vide = France), NIF etranger, auto-certification *****
      ***** (R recue / A attendue / I incoherente) et sa date *****
         10 Nationalite SQL CHAR (2).
         10 PaysAdresse SQL CHAR (2).
         10 PaysResidenceFiscale SQL CHAR (2).
         10 NifEtranger SQL CHAR-VARYING (20).
         10 DateAutoCertification SQL CHAR (8).
         10 StatutAutoCertification SQL CHAR (1).

       01 COMPTE.
         10 CodeClient PIC X(36).
       77 TotalFraisAcc pic 9(12)V99 value 0.
       77 MoisTarification pic X(6).
       77 NbRunsTarifMois pic 9(6).
       77 RemiseGroupeTar pic 9(12)V99.
       77 NbComptesRemiseGroupe pic 9(6) value 0.
       77 TotalRemiseGroupeAcc pic 9(12)V99 value 0.
       01 LigneTarification.
         10 CodeBanque SQL CHAR (5).
         10 CodeGuichet SQL CHAR (5).
         10 RacineCompte SQL CHAR (9).
         10 TypeCompte SQL CHAR (2).
         10 MontantFrais PIC 9(12)V99.
      ***** Remise du menage / groupe d'affaires du titulaire, en % (0 = aucune) *****
         10 ExonerationTar PIC 9(3).

      ***** Recapitulatif par banque et guichet (une ligne par couple rencontre) *****
       01 TableRecapTarifs occurs 100.
         10 Filler Pic X(40) value "Total frais factures ............... :".
         10 TotalFraisTar Pic Z(9)9,99.

       01 LigneTarTotal3.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Remises de groupe accordees ........ :".
         10 TotalRemiseGroupeTar Pic Z(9)9,99.
         10 Filler Pic X(5) value " sur ".
         10 NbComptesRemiseTar Pic ZZZZZ9.
         10 Filler Pic X(10) value " compte(s)".

      ***** Interface comptable quotidienne : le referentiel CompteComptable associe chaque *****
      ***** code operation a un numero de compte du grand livre (sous-menu Referentiels, *****
      ***** option 8). Le batch COMPTA agrege les mouvements d'une journee par code *****

      ***** Catalogue des produits (table ProduitCompte) : chaque TypeCompte y est decrit - *****
      ***** libelle, decouvert autorise O/N, interets crediteurs O/N, frequence de releve *****
      ***** M/T/A, eligibilite a la garantie des depots FGDR O/N (vide = O), taux annuel de *****
      ***** penalite d'un retrait anticipe sur un compte a terme (%), parametres de la *****
      ***** revision annuelle du decouvert (% des revenus mensuels, plafond, maxima de mois *****
      ***** debiteurs et de depassements ; 0 = valeur par defaut). Applique a la *****
      ***** creation de compte (module ValidationImport), a la saisie *****
      ***** du decouvert autorise, aux ecrans de saisie de mouvements (pas de passage en *****
      ***** negatif sur un produit sans decouvert) et au calcul des interets crediteurs. *****
      ***** Tant que le catalogue est vide, les types restent libres (comptes anterieurs) *****
       77 DecouvertProduitSaisi pic X.
       77 InteretsProduitSaisi pic X.
       77 FrequenceProduitSaisi pic X.
       77 EligibleFgdrSaisi pic X.
       77 TauxPenaliteProduitSaisi pic 9(2)V9(4).
       77 PctRevenuDecProduitSaisi pic 9(3).
       77 PlafondDecProduitSaisi pic 9(6).
       77 MaxMoisDebProduitSaisi pic 9(2).
       77 MaxDepassProduitSaisi pic 9(2).
       77 LibelleProduitTrouve SQL CHAR-VARYING (30).
       77 NbProduitTrouve pic 9(6).
       77 ValidateurProduit pic 9.
         10 DecouvertProd SQL CHAR (1).
         10 InteretsProd SQL CHAR (1).
         10 FrequenceProd SQL CHAR (1).
         10 EligibleFgdrProd SQL CHAR (1).
         10 TauxPenaliteProd PIC 9(2)V9(4).

       01 LigneProduitEdition.
         10 Filler Pic X.
         10 Filler Pic X(2).
         10 Filler Pic X(9) value "Releve: ".
         10 FrequenceProdEd Pic X.
         10 Filler Pic X(2).
         10 Filler Pic X(6) value "FGDR: ".
         10 EligibleFgdrProdEd Pic X.
         10 Filler Pic X(2).
         10 Filler Pic X(10) value "Penalite: ".
         10 TauxPenaliteProdEd Pic Z9,9999.

      ***** Gestion du referentiel CompteComptable (sous-menu Referentiels, option 8) *****
       77 GestionCompteGL-iterator pic 9.
      ***** Chaque cheque presente est rapproche de son compte et d'une plage de chequier ; *****
      ***** hors plage, deja paye (table ChequePaye) ou frappe d'opposition, il part au *****
      ***** fichier de rejets. Un cheque paye devient un MouvementCompte code CHQ portant *****
      ***** le numero du cheque dans son libelle. Un cheque non provisionne devient un *****
      ***** impaye (voir IncidentCheque plus bas). Mode batch "CHEQUES" *****
       77 GestionCheques-iterator pic 9.
       77 OptionCheques pic X.
       77 NumeroDebutSaisi pic 9(7).
      ***** statut A actif / S suspendu / X annule), gere sur les ecrans des virements *****
      ***** permanents (option 5 du sous-menu). Le batch PRELEV lit la remise quotidienne *****
      ***** des creanciers, confronte chaque debit a un mandat actif et au statut du compte, *****
      ***** poste les debits en MouvementCompte (code PRL) et rejette le reste ; le montant *****
      ***** et la date du dernier prelevement poste sont gardes sur le mandat (echeance connue) *****
      ***** ainsi que la date du premier (alerte client sur nouveau mandat) *****
       77 Mandats-iterator pic 9.
       77 OptionMandat pic X.
       77 BoucleurMandat pic 9.

      ***** Import de maintenance des clients existants (fichier MajClients.csv) : chaque *****
      ***** ligne porte un code action en tete - CONTACT (adresse;telephone;email), INTIT *****
      ***** (nouvel intitule), DECES (marquage du deces), FISCAL (nationalite;residence *****
      ***** fiscale;NIF;date et statut d'auto-certification;pays de l'adresse) - et la cle *****
      ***** Nom;Prenom;CodePostal *****
      ***** du client vise. Meme machinerie que l'import des comptes : fichier de rejets *****
      ***** date, rejets en table RejetImport (origine MAJ) recyclables a l'ecran, journal *****
      ***** des batchs (mode "MAJCLIENTS"), plus un rapport avant/apres de chaque champ *****
      ***** modifie. Une ligne DECES ouvre la succession du client (gel des comptes) *****
       77 ImportMaj-iterator pic 9.
       77 NoLigneMaj pic 9(6).
       77 NbMajAppliquees pic 9(6).
       77 TelephoneAvant pic X(15).
       77 EmailAvant pic X(50).
       77 NomFichierRapportMaj pic X(120).
       77 Champ4Maj pic X(8).
       77 Champ5Maj pic X.
       77 Champ6Maj pic X(2).
       77 NationaliteAvant pic X(2).
       77 PaysAdresseAvant pic X(2).
       77 PaysResidenceAvant pic X(2).
       77 NifAvant pic X(20).
       77 DateCertifAvant pic X(8).
       77 StatutCertifAvant pic X.

      ***** Origine du rejet en table RejetImport : CPT import des comptes, MAJ import de *****
      ***** maintenance ; le recyclage resoumet chaque rejet a son circuit d'origine *****
      ***** base, le texte par defaut incorpore au programme est utilise pour chaque *****
      ***** lettre. Lettres produites automatiquement : DEC (depassement de decouvert, par *****
      ***** l'etat des depassements), OUV (bienvenue, a la creation du compte par *****
      ***** l'import), CLO (confirmation de cloture, au passage du statut a C) et INA (avis *****
      ***** annuel de compte inactif, par le run des comptes inactifs) et INJ (injonction *****
      ***** apres un cheque impaye, par l'import de compensation), SAT (information du *****
      ***** titulaire d'une saisie sur ses comptes, marqueurs &TIERS et &DATE). Chaque *****
      ***** run producteur ecrit ses lettres dans un fichier date du catalogue, chaque *****
      ***** lettre est historisee dans CourrierEmis, et le recapitulatif quotidien de *****
      ***** production s'edite depuis Consultations/suivi (mode batch "COURRIERS"+date) *****
         10 RacineCompteCourrier Pic X(9).
         10 TypeCompteCourrier Pic X(2).
         10 MontantCourrier Pic 9(12)V99.
         10 TiersCourrier Pic X(30).
         10 DateCourrier Pic X(10).

       01 IdentiteCourrier.
         10 NomCourrier SQL CHAR-VARYING (15).
         10 AdresseCourrier SQL CHAR-VARYING (40).
         10 CodePostalCourrier SQL CHAR-VARYING (5).
         10 VilleCourrier SQL CHAR-VARYING (15).
         10 CleRibCourrier SQL CHAR-VARYING (2).
         10 IbanCourrier SQL CHAR-VARYING (27).
         10 BicCourrier SQL CHAR-VARYING (8).

      ***** Identification du compte telle qu'elle s'insere dans le corps des lettres *****
       01 CompteEdCourrier.
         10 CompteCai PIC 9(12)V99.
         10 EcartCai PIC S9(12)V99.
         10 StatutCai SQL CHAR (1).
         10 DeviseCai SQL CHAR (3).

       01 LigneCaisseEdition.
         10 Filler Pic X.
         10 EcartCaiEd Pic -Z(7)9,99.
         10 Filler Pic X(2).
         10 StatutCaiEd Pic X.
         10 Filler Pic X(2).
         10 DeviseCaiEd Pic X(3).

      ***** Caisse multi-devises : une position par devise dans CaisseGuichet (colonne *****
      ***** Devise, vide = EUR pour les caisses anterieures) ; ouverture et cloture se font *****
      ***** devise par devise, l'ecart de comptage est calcule dans la devise de la caisse *****
       77 DeviseCaisse pic X(3).

      ***** Change manuel au guichet (caisse du guichet, option X) : le client achete (A) *****
      ***** ou vend (V) des billets etrangers. Taux applique = taux TauxChange majore (achat *****
      ***** client) ou minore (vente client) de la marge MARGECHANGE (en %, 2 a defaut), plus *****
      ***** une commission fixe COMMISSIONCHANGE (en EUR, 3 a defaut). Au-dela du seuil *****
      ***** SEUILIDCHANGE (1000 EUR a defaut) un change en especes exige l'identite du *****
      ***** client. Reglement en especes (caisse EUR) ou sur un compte client en EUR (code *****
      ***** operation CHG). Chaque operation est conservee dans la table OperationChange, *****
      ***** dont le produit (marge + commission) part a l'interface comptable sous PCH *****
       77 ValidateurChange pic 9.
       77 SensChangeSaisi pic X.
       77 DeviseChangeSaisie pic X(3).
       77 MontantDeviseSaisi pic 9(9)V99.
       77 ReglementChangeSaisi pic X.
       77 NomChangeSaisi SQL CHAR-VARYING (30).
       77 PrenomChangeSaisi SQL CHAR-VARYING (30).
       77 PieceChangeSaisie SQL CHAR-VARYING (20).
       77 ConfirmationChange pic X.
       77 MargeChange pic 9(2)V99.
       77 CommissionChange pic 9(4)V99.
       77 SeuilIdentiteChange pic 9(12)V99.
       77 TauxAppliqueChange pic 9(3)V9(6).
       77 ContreValeurChange pic 9(12)V99.
       77 ContreValeurRefChange pic 9(12)V99.
       77 MontantEurChange pic 9(12)V99.
       77 ProduitChange pic 9(12)V99.
       77 DisponibleDeviseChange pic S9(12)V99.
       77 DeviseCompteChange pic X(3).
       77 MontantDeviseChangeEd pic Z(8)9,99.

      ***** Liste de gel (interdits bancaires, table ListeGel) : chargee en remplacement *****
      ***** complet depuis le fichier de l'autorite (Nom;Prenom;CodePostal;Motif;DateFin). *****
       77 NbComptesClientRep pic 9(4).
       77 TotalDebitClientRep pic 9(12)V99.
       77 TotalCreditClientRep pic 9(12)V99.
      ***** Edition par menage / groupe d'affaires : rupture sur le groupe, tete de groupe *****
      ***** en premier (marquee "*"), sous-total par groupe, clients sans groupe a la fin *****
       77 IdGroupeRep pic X(36).
       77 IdGroupeRepPrecedent pic X(36).
       77 TypeGroupeRep pic X.
       77 LibelleGroupeRep SQL CHAR-VARYING (40).
       77 TeteGroupeRep pic X.
       77 NbComptesGroupeRep pic 9(6).
       77 TotalDebitGroupeRep pic 9(12)V99.
       77 TotalCreditGroupeRep pic 9(12)V99.

       01 LigneRepEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(13) value " A suivre ---".

       01 LigneRepDetail.
         10 MarqueTeteRep Pic X.
         10 NomRep Pic X(15).
         10 Filler Pic X.
         10 PrenomRep Pic X(15).
         10 Filler Pic X(2).
         10 TotalCreditRepEd Pic Z(9)9,99.

       01 LigneRepGroupe.
         10 Filler Pic X.
         10 TypeGroupeRepEd Pic X(23).
         10 LibelleGroupeRepEd Pic X(40).

       01 LigneRepSousTotal.
         10 Filler Pic X(50).
         10 Filler Pic X(23) value "Total du groupe ..... :".
         10 NbComptesGroupeRepEd Pic ZZZ9.
         10 Filler Pic X(2).
         10 TotalDebitGroupeRepEd Pic Z(9)9,99.
         10 Filler Pic X(2).
         10 TotalCreditGroupeRepEd Pic Z(9)9,99.

       01 LigneRepTotal1.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total clients edites ............... :".
       77 VerrouCompteTenu pic X.
       77 VerrouPris pic X.
       77 BatchEcritCompte pic X.
      ***** Verrou pris par le batch courant : 'COMPTE', ou 'COMPTEF' + No de flux pour un *****
      ***** flux de fin de mois (les flux de plages differentes tournent ensemble) *****
       77 NomVerrouCompte pic X(10) value "COMPTE".

      ***** Consultation de l'historique des corrections de cle RIB (table HistoriqueCleRib, *****
      ***** alimentee par JournaliserCorrectionCleRib) : cle de compte et/ou banque et fenetre *****
         15 RacineCompte SQL CHAR (9).
         15 TypeCompte SQL CHAR (2).

      ***** Prets a la consommation (sous-menu Saisie mouvement, option 8) : le contrat *****
      ***** (table PretConsommation) est rattache a un Compte de pret et porte le capital, *****
      ***** le taux annuel, la duree en mois, la premiere echeance, le compte courant de *****
      ***** prelevement des echeances, le capital restant du et le statut (A actif / S solde *****
      ***** / X annule). Le tableau d'amortissement a echeances constantes est calcule a la *****
      ***** signature et stocke dans EcheancePret (statut P prevue / R reglee / I impayee). *****
      ***** Le batch ECHEANCES preleve les echeances dues sur le compte courant lie par le *****
      ***** circuit normal des mouvements (PRI interets, PRC capital, credit PRC du compte *****
      ***** de pret) ; une echeance que le statut ou le decouvert du compte ne permet pas de *****
      ***** regler reste en impaye et figure sur la liste des arrieres (jours de retard) *****
       77 Prets-iterator pic 9.
       77 OptionPret pic X.
       77 BoucleurPret pic 9.
       77 MaxPret pic 99.
       77 NoPretSaisi pic 99.
       77 NoLignePret pic 99.
       77 ValidateurPret pic 9.
       77 CapitalPretSaisi pic 9(9)V99.
       77 TauxAnnuelPretSaisi pic 9(2)V9(4).
       77 DureePretSaisie pic 9(3).
       77 DatePremiereEcheanceSaisie pic X(8).
       77 NbPretActifCompte pic 9(6).
       77 ConfirmationPret pic X.
       77 TauxMensuelPret pic 9V9(8).
       77 FacteurPret pic 9(6)V9(8).
       77 EcheanceConstantePret pic 9(9)V99.
       77 CapitalRestantCalcul pic 9(9)V99.
       77 NoEcheanceCalcul pic 9(3).
       77 AnneeEcheanceCalcul pic 9(4).
       77 MoisEcheanceCalcul pic 99.
       77 JourEcheanceCalcul pic 99.
       77 TotalInteretsPret pic 9(9)V99.
       77 TotalEcheancesPret pic 9(9)V99.
       77 NbEcheancesDues pic 9(6).
       77 NbEcheancesReglees pic 9(6).
       77 NbEcheancesImpayees pic 9(6).
       77 TotalEcheancesReglees pic 9(12)V99.
       77 MotifImpayePret pic X(40).
       77 NomFichierTableauAmort pic X(120).
       77 NomFichierImpayesPrets pic X(120).
       77 NbLigneAmort pic 99.
       77 NoPageAmort pic 9(4).
       77 NbLignesAmortEditees pic 9(6).
       77 NbLigneArr pic 99.
       77 NoPageArr pic 9(4).
       77 NbArrieresEdites pic 9(6).
       77 TotalArrieres pic 9(12)V99.

      ***** Provision d'un debit : decouvert autorise du compte et resultat du controle *****
       77 ProvisionCompteOK pic X.
       77 IdPretEnEchec pic X(36).

       01 LignePretCourante.
         10 IdPret Pic X(36).
         10 CodeBanquePret SQL CHAR (5).
         10 CodeGuichetPret SQL CHAR (5).
         10 RacineComptePret SQL CHAR (9).
         10 TypeComptePret SQL CHAR (2).
         10 CodeBanquePrel SQL CHAR (5).
         10 CodeGuichetPrel SQL CHAR (5).
         10 RacineComptePrel SQL CHAR (9).
         10 TypeComptePrel SQL CHAR (2).
         10 CapitalPret PIC 9(9)V99.
         10 TauxAnnuelPret PIC 9(2)V9(4).
         10 DureePret PIC 9(3).
         10 DatePremiereEcheance SQL CHAR (8).
         10 MontantEcheancePret PIC 9(9)V99.
         10 CapitalRestantPret PIC 9(9)V99.
         10 StatutPret SQL CHAR (1).

      ***** Table ecran des prets affiches, pour la designation par No de ligne *****
       01 LignePretEcran occurs 50.
         10 IdPret Pic X(36).
         10 StatutPret Pic X.

       01 LigneEcheanceCourante.
         10 NoEcheance PIC 9(3).
         10 DateEcheance SQL CHAR (8).
         10 MontantEch PIC 9(9)V99.
         10 CapitalEch PIC 9(9)V99.
         10 InteretsEch PIC 9(9)V99.
         10 RestantEch PIC 9(9)V99.
         10 StatutEch SQL CHAR (1).
         10 JoursRetardEch PIC 9(5).

      ***** Tableau d'amortissement edite a la signature (et reeditable depuis la liste) *****
       01 LigneAmortEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(31).
         10 Filler Pic X(24) value "Tableau d'amortissement".
         10 Filler Pic X(24).
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneAmortEntete2.
         10 Filler Pic X(38).
         10 Filler Pic X(24) value all "=".

       01 LigneAmortPret1.
         10 Filler Pic X(2).
         10 Filler Pic X(18) value "Emprunteur ..... :".
         10 Filler Pic X.
         10 NomClientAmort Pic X(20).
         10 Filler Pic X.
         10 PrenomClientAmort Pic X(20).

       01 LigneAmortPret2.
         10 Filler Pic X(2).
         10 Filler Pic X(18) value "Compte de pret . :".
         10 Filler Pic X.
         10 CodeBanqueAmort Pic X(5).
         10 Filler Pic X.
         10 CodeGuichetAmort Pic X(5).
         10 Filler Pic X.
         10 RacineCompteAmort Pic X(9).
         10 Filler Pic X.
         10 TypeCompteAmort Pic X(2).
         10 Filler Pic X(4).
         10 Filler Pic X(20) value "Compte preleve .. : ".
         10 CodeBanquePrelAmort Pic X(5).
         10 Filler Pic X.
         10 CodeGuichetPrelAmort Pic X(5).
         10 Filler Pic X.
         10 RacineComptePrelAmort Pic X(9).
         10 Filler Pic X.
         10 TypeComptePrelAmort Pic X(2).

       01 LigneAmortPret3.
         10 Filler Pic X(2).
         10 Filler Pic X(18) value "Capital emprunte :".
         10 CapitalAmortEd Pic Z(8)9,99.
         10 Filler Pic X(4).
         10 Filler Pic X(14) value "Taux annuel : ".
         10 TauxAmortEd Pic Z9,9999.
         10 Filler Pic X(4).
         10 Filler Pic X(8) value "Duree : ".
         10 DureeAmortEd Pic ZZ9.
         10 Filler Pic X(5) value " mois".
         10 Filler Pic X(4).
         10 Filler Pic X(11) value "Echeance : ".
         10 EcheanceAmortEd Pic Z(8)9,99.

       01 LigneAmortEntete4.
         10 Filler Pic X.
         10 Filler Pic X(88) value all "-".

       01 LigneAmortEntete7.
         10 Filler Pic X(6) Value "  No".
         10 Filler Pic X(12) Value "Echeance".
         10 Filler Pic X(16) Value "Montant".
         10 Filler Pic X(16) Value "Interets".
         10 Filler Pic X(16) Value "Capital".
         10 Filler Pic X(16) Value "Restant du".
         10 Filler Pic X(3) Value "St".

       01 LigneAmortDetail.
         10 Filler Pic X.
         10 NoEcheanceAmortEd Pic ZZ9.
         10 Filler Pic X(2).
         10 DateEcheanceAmortEd Pic X(8).
         10 Filler Pic X(2).
         10 MontantAmortEd Pic Z(8)9,99.
         10 Filler Pic X(3).
         10 InteretsAmortEd Pic Z(8)9,99.
         10 Filler Pic X(3).
         10 CapitalEchAmortEd Pic Z(8)9,99.
         10 Filler Pic X(3).
         10 RestantAmortEd Pic Z(8)9,99.
         10 Filler Pic X(3).
         10 StatutAmortEd Pic X.

       01 LigneAmortTotal1.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total des interets ................. :".
         10 TotalInteretsAmortEd Pic Z(9)9,99.

       01 LigneAmortTotal2.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Cout total du credit (echeances) ... :".
         10 TotalEcheancesAmortEd Pic Z(9)9,99.

       01 LigneAmortBasPage.
         10 Filler Pic X(10) value " --- Page ".
         10 NPage Pic ZZZ9.
         10 Filler Pic X.
         10 Filler Pic X(74) value all "-".

      ***** Liste des arrieres de prets (echeances impayees, jours de retard) *****
       01 LigneImpPretEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(31).
         10 Filler Pic X(34) value "Echeances de prets impayees".
         10 Filler Pic X(18).
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneImpPretEntete2.
         10 Filler Pic X(38).
         10 Filler Pic X(27) value all "=".

       01 LigneImpPretEntete4.
         10 Filler Pic X.
         10 Filler Pic X(119) value all "-".

       01 LigneImpPretEntete7.
         10 Filler Pic X(24) Value " Compte de pret".
         10 Filler Pic X(24) Value "Compte preleve".
         10 Filler Pic X(5) Value "No".
         10 Filler Pic X(10) Value "Echeance".
         10 Filler Pic X(15) Value "Montant".
         10 Filler Pic X(7) Value "Jours".
         10 Filler Pic X(21) Value "Client".
         10 Filler Pic X(15) Value "Telephone".

       01 LigneImpPretDetail.
         10 Filler Pic X.
         10 CodeBanqueArr Pic X(5).
         10 Filler Pic X.
         10 CodeGuichetArr Pic X(5).
         10 Filler Pic X.
         10 RacineCompteArr Pic X(9).
         10 Filler Pic X(2).
         10 CodeBanquePrelArr Pic X(5).
         10 Filler Pic X.
         10 CodeGuichetPrelArr Pic X(5).
         10 Filler Pic X.
         10 RacineComptePrelArr Pic X(9).
         10 Filler Pic X(2).
         10 NoEcheanceArr Pic ZZ9.
         10 Filler Pic X(2).
         10 DateEcheanceArr Pic X(8).
         10 Filler Pic X(2).
         10 MontantArr Pic Z(8)9,99.
         10 Filler Pic X(2).
         10 JoursRetardArr Pic ZZZZ9.
         10 Filler Pic X(2).
         10 NomClientArr Pic X(20).
         10 Filler Pic X.
         10 TelephoneArr Pic X(15).

       01 LigneImpPretTotal1.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total echeances impayees ........... :".
         10 TotalNbArrEd Pic ZZZZZ9.

       01 LigneImpPretTotal2.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Montant total des arrieres ......... :".
         10 TotalMontantArrEd Pic Z(9)9,99.

       01 LigneImpPretBasPage.
         10 Filler Pic X(10) value " --- Page ".
         10 NPage Pic ZZZ9.
         10 Filler Pic X.
         10 Filler Pic X(105) value all "-".

      ***** Cartes de paiement : registre CarteBancaire (numero, type de debit I immediat / *****
      ***** D differe, expiration AAAAMM, statut A active / O opposition / R renouvelee, *****
      ***** motif et tampon operateur de l'opposition) et table TransactionCarte des *****
      ***** operations recues du fichier des transactions cartes (statut P postee en debit *****
      ***** immediat / A en attente du debit differe / D debitee le DateDebit) *****
       77 Cartes-iterator pic 9.
       77 OptionCartes pic X.
       77 BoucleurCartes pic 9.
       77 MaxCartes pic 99.
       77 NoCarteSaisi pic 99.
       77 NoLigneCartes pic 99.
       77 NoCarteNouvelle pic X(16).
       77 TypeDebitCarteSaisi pic X.
       77 MotifOppositionCarteSaisi pic X.
       77 CommentaireOppositionSaisi pic X(40).
       77 NbCarteExistante pic 9(6).
       77 AnneeExpirationCarte pic 9(4).
       77 DateJourCarte pic X(8).
       77 OptionTraitementCartes pic X.
       77 ImportCartes-iterator pic 9.
       77 NoLigneImportCarte pic 9(6) value 0.
       77 NbCartesImmediates pic 9(6) value 0.
       77 NbCartesDifferees pic 9(6) value 0.
       77 NbCartesRejetees pic 9(6) value 0.
       77 RejetsCartes-Ouvert pic X value "N".
       77 LigneCarteValide pic X.
       77 MontantCentimesCarte pic 9(12).
       77 MoisDebitDiffere pic X(6).
       77 NbDebitsDifferes pic 9(6) value 0.
       77 NbDebitsDifferesRejetes pic 9(6) value 0.
       77 TotalDebitsDifferes pic 9(12)V99.
       77 BoucleurDebitDiffere pic 9.
       77 BoucleurDetailCarteRel pic 9.
       77 FinCarteReleve pic X(4).
       77 DateDebitCarteReleve pic X(8).

       01 LigneCarteCourante.
         10 NoCarte SQL CHAR (16).
         10 CodeBanqueCarte SQL CHAR (5).
         10 CodeGuichetCarte SQL CHAR (5).
         10 RacineCompteCarte SQL CHAR (9).
         10 TypeCompteCarte SQL CHAR (2).
         10 TypeDebitCarte SQL CHAR (1).
         10 DateExpirationCarte SQL CHAR (6).
         10 StatutCarte SQL CHAR (1).
         10 MotifOppositionCarte SQL CHAR (1).
         10 DateOppositionCarte SQL CHAR-VARYING (8).

       01 LigneCarteEcran occurs 20.
         10 NoCarte Pic X(16).
         10 TypeDebitCarte Pic X.
         10 StatutCarte Pic X.

      ***** Ligne du fichier des transactions cartes : NoCarte;Date AAAAMMJJ;Montant en *****
      ***** centimes;Commercant *****
       01 LigneTransactionCarte.
         10 NoCarteTr SQL CHAR (16).
         10 DateTransactionTr SQL CHAR (8).
         10 MontantTr PIC 9(12)V99.
         10 CommercantTr SQL CHAR-VARYING (30).

      ***** Detail des transactions d'un debit differe sous sa ligne du releve mensuel *****
       01 LigneRelDetailCarte.
         10 Filler Pic X(14).
         10 DateTrCarteRel Pic X(8).
         10 Filler Pic X.
         10 CommercantTrRel Pic X(24).
         10 MontantTrCarteRel Pic Z(8)9,99.


      ***** Successions : table Succession (client decede, date du deces, statut O ouverte / *****
      ***** R reglee) et SuccessionCompte (un compte du defunt, regle appliquee G gele au *****
      ***** debit / J joint transmis au co-titulaire survivant / R regle et clos, solde au *****
      ***** jour du deces). Un compte gele passe au statut S : plus aucun debit hors *****
      ***** paiement autorise de la succession, les credits restent admis *****
       77 Succession-iterator pic 9.
       77 OptionSuccession pic X.
       77 BoucleurSuccession pic 9.
       77 BoucleurComptesDefunt pic 9.
       77 MaxCompteSucc pic 99.
       77 NoCompteSuccSaisi pic 99.
       77 NoLigneSucc pic 99.
       77 IdSuccessionCourante pic X(36).
       77 CodeClientSucc pic X(36).
       77 DateDecesSucc pic X(8).
       77 StatutSuccession pic X.
       77 DecedeClientSucc pic X.
       77 ConfirmationSuccession pic X.
       77 NbSurvivantsCompte pic 9(6).
       77 CodeClientSurvivant pic X(36).
       77 CodeClientTitulaireCompte pic X(36).
       77 RegleCompteSucc pic X.
       77 SoldeDecesSucc pic S9(12)V99.
       77 SoldeBasePhotoSucc pic S9(12)V99.
       77 DateBasePhotoSucc pic X(8).
       77 SoldeActuelSucc pic S9(12)V99.
       77 NbComptesGeles pic 9(6).
       77 NbComptesJoints pic 9(6).
       77 NbComptesRegles pic 9(6).
       77 NbComptesNonSoldes pic 9(6).
       77 NbComptesGelesRestants pic 9(6).
       77 TotalRegleSucc pic 9(12)V99.
       77 NomFichierCertifDeces pic X(120).
       77 NomFichierReglementSucc pic X(120).
       77 NoPageCertif pic 9(4).
       77 NbLignesReglement pic 9(6).
       77 PaiementIbanInterne pic X.
       77 DeviseCompteSucc pic X(3).

       01 LigneSuccCourante.
         10 CodeBanqueSucc SQL CHAR (5).
         10 CodeGuichetSucc SQL CHAR (5).
         10 RacineCompteSucc SQL CHAR (9).
         10 TypeCompteSucc SQL CHAR (2).
         10 RegleSucc SQL CHAR (1).
         10 SoldeDecesCpt PIC S9(12)V99.
         10 DebitSucc PIC 9(12)V99.
         10 CreditSucc PIC 9(12)V99.

       01 LigneSuccEcran occurs 20.
         10 CodeBanqueSucc Pic X(5).
         10 CodeGuichetSucc Pic X(5).
         10 RacineCompteSucc Pic X(9).
         10 TypeCompteSucc Pic X(2).
         10 RegleSucc Pic X.

      ***** Certificat de solde au jour du deces, un par compte (une page chacun) *****
       01 LigneCertifEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(18).
         10 Filler Pic X(45) value "CERTIFICAT DE SOLDE AU JOUR DU DECES".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneCertifEntete2.
         10 Filler Pic X.
         10 Filler Pic X(85) value all "=".

       01 LigneCertifClient.
         10 Filler Pic X(2).
         10 Filler Pic X(32) value "Succession de ................ :".
         10 NomCertif Pic X(16).
         10 PrenomCertif Pic X(15).

       01 LigneCertifDeces.
         10 Filler Pic X(2).
         10 Filler Pic X(32) value "Date du deces ................ :".
         10 DateDecesCertif Pic X(8).

       01 LigneCertifCompte.
         10 Filler Pic X(2).
         10 Filler Pic X(32) value "Compte ....................... :".
         10 CodeBanqueCertif Pic X(5).
         10 Filler Pic X value " ".
         10 CodeGuichetCertif Pic X(5).
         10 Filler Pic X value " ".
         10 RacineCompteCertif Pic X(9).
         10 Filler Pic X value " ".
         10 TypeCompteCertif Pic X(2).
         10 Filler Pic X(3).
         10 DeviseCertif Pic X(3).

       01 LigneCertifSolde.
         10 Filler Pic X(2).
         10 Filler Pic X(32) value "Solde au jour du deces ....... :".
         10 SoldeCertifEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 SensCertifEd Pic X(10).

       01 LigneCertifRegle.
         10 Filler Pic X(2).
         10 Filler Pic X(32) value "Situation du compte .......... :".
         10 RegleCertifEd Pic X(50).

       01 LigneCertifMention.
         10 Filler Pic X(2).
         10 Filler Pic X(93) value "Certificat etabli d'apres l'historique des mouvements, pour servir et valoir ce que de droit.".

       01 LigneCertifBasPage.
         10 Filler Pic X(10) value " --- Page ".
         10 NPage Pic ZZZ9.
         10 Filler Pic X.
         10 Filler Pic X(71) value all "-".

      ***** Compte rendu du reglement de succession remis au notaire *****
       01 LigneReglSuccEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(18).
         10 Filler Pic X(45) value "REGLEMENT DE SUCCESSION".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneReglSuccBenef.
         10 Filler Pic X(2).
         10 Filler Pic X(16) value "Verse a      : ".
         10 NomBenefReglEd Pic X(31).
         10 Filler Pic X(7) value "IBAN : ".
         10 IbanBenefReglEd Pic X(27).

       01 LigneReglSuccEntete7.
         10 Filler Pic X(26) value " Compte".
         10 Filler Pic X(18) value "   Montant verse".
         10 Filler Pic X(40) value "Resultat".

       01 LigneReglSuccDetail.
         10 Filler Pic X.
         10 CodeBanqueReglEd Pic X(5).
         10 Filler Pic X value " ".
         10 CodeGuichetReglEd Pic X(5).
         10 Filler Pic X value " ".
         10 RacineCompteReglEd Pic X(9).
         10 Filler Pic X value " ".
         10 TypeCompteReglEd Pic X(2).
         10 Filler Pic X(2).
         10 MontantReglEd Pic Z(9)9,99.
         10 Filler Pic X(4).
         10 ResultatReglEd Pic X(50).

       01 LigneReglSuccTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(30) value "Total verse au beneficiaire :".
         10 TotalReglEd Pic Z(9)9,99.

      ***** Comptes inactifs (loi Eckert, mode batch annuel "INACTIFS") : table CompteInactif *****
      ***** (date de derniere activite du client, debut d'inactivite a +12 mois, echeance *****
      ***** du transfert a la Caisse des Depots a +10 ans, dernier avis annuel, statut I *****
      ***** inactif / R sorti d'inactivite / T transfere). Seuls comptent les mouvements *****
      ***** du client (hors AGI, INT et frais FRS/FRI) et le dernier contact du client *****
      ***** (Client.DateDernierContact) *****
       77 Inactifs-iterator pic 9.
       77 BoucleurInactifs pic 9.
       77 DateJourInactifs pic X(8).
       77 DateCoupureInactifs pic X(8).
       77 AnneeCalculInactifs pic 9(4).
       77 DerniereActiviteInactif pic X(8).
       77 DernierMvtInactif pic X(8).
       77 DernierContactInactif pic X(8).
       77 DebutInactiviteInactif pic X(8).
       77 EcheanceInactif pic X(8).
       77 DernierAvisInactif pic X(8).
       77 SoldeInactif pic S9(12)V99.
       77 NbComptesInactifsNouveaux pic 9(6).
       77 NbComptesInactifsSuivis pic 9(6).
       77 NbComptesReactives pic 9(6).
       77 NbAvisInactifs pic 9(6).
       77 NbTransfertsCdc pic 9(6).
       77 TotalTransfertsCdc pic 9(12)V99.
       77 NbLignesRegistreInactifs pic 9(6).
       77 NomFichierTransfertCdc pic X(120).
       77 NomFichierRegistreInactifs pic X(120).

       01 LigneInactifCourante.
         10 CodeBanqueInact SQL CHAR (5).
         10 CodeGuichetInact SQL CHAR (5).
         10 RacineCompteInact SQL CHAR (9).
         10 TypeCompteInact SQL CHAR (2).
         10 DeviseInact SQL CHAR (3).
         10 DebitInact PIC 9(6)V99.
         10 CreditInact PIC 9(6)V99.
         10 DernierMvtInact SQL CHAR (8).
         10 DernierContactInact SQL CHAR (8).
         10 DerniereActiviteInact SQL CHAR (8).
         10 DebutInactiviteInact SQL CHAR (8).
         10 EcheanceInact SQL CHAR (8).
         10 DernierAvisInact SQL CHAR (8).
         10 NomInact SQL CHAR-VARYING (15).
         10 PrenomInact SQL CHAR-VARYING (15).
         10 AdresseInact SQL CHAR-VARYING (40).
         10 CodePostalInact SQL CHAR-VARYING (5).
         10 VilleInact SQL CHAR-VARYING (15).

      ***** Fichier de transfert a la Caisse des Depots (un enregistrement par compte, trailer) *****
       01 LigneTransfertCdc.
         10 DateTransfertCdc Pic X(8).
         10 Filler Pic X value ";".
         10 CodeBanqueCdc Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetCdc Pic X(5).
         10 Filler Pic X value ";".
         10 RacineCdc Pic X(9).
         10 Filler Pic X value ";".
         10 TypeCdc Pic X(2).
         10 Filler Pic X value ";".
         10 DeviseCdc Pic X(3).
         10 Filler Pic X value ";".
         10 MontantCdc Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 DerniereActiviteCdc Pic X(8).
         10 Filler Pic X value ";".
         10 NomCdc Pic X(15).
         10 Filler Pic X value ";".
         10 PrenomCdc Pic X(15).
         10 Filler Pic X value ";".
         10 AdresseCdc Pic X(40).
         10 Filler Pic X value ";".
         10 CodePostalCdc Pic X(5).
         10 Filler Pic X value ";".
         10 VilleCdc Pic X(15).

       01 LigneTransfertCdcTotal.
         10 Filler Pic X(6) value "TOTAL;".
         10 NbTransfertsCdcEd Pic 9(6).
         10 Filler Pic X value ";".
         10 TotalTransfertsCdcEd Pic 9(12)V99.

      ***** Registre des comptes inactifs *****
       01 LigneRegInactEntete7.
         10 Filler Pic X(26) value " Compte".
         10 Filler Pic X(11) value "Der. activ.".
         10 Filler Pic X(11) value "Inactif le".
         10 Filler Pic X(11) value "Transfert".
         10 Filler Pic X(15) value "          Solde".
         10 Filler Pic X(30) value "  Situation".

       01 LigneRegInactDetail.
         10 Filler Pic X.
         10 CodeBanqueRegInact Pic X(5).
         10 Filler Pic X value " ".
         10 CodeGuichetRegInact Pic X(5).
         10 Filler Pic X value " ".
         10 RacineRegInact Pic X(9).
         10 Filler Pic X value " ".
         10 TypeRegInact Pic X(2).
         10 Filler Pic X(2).
         10 DerniereActiviteRegInact Pic X(8).
         10 Filler Pic X(3).
         10 DebutInactiviteRegInact Pic X(8).
         10 Filler Pic X(3).
         10 EcheanceRegInact Pic X(8).
         10 Filler Pic X(2).
         10 SoldeRegInact Pic -Z(9)9,99.
         10 Filler Pic X(2).
         10 SituationRegInact Pic X(30).

       01 LigneRegInactTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(22) value "Nouveaux inactifs :".
         10 NbNouveauxRegInact Pic ZZZZZ9.
         10 Filler Pic X(14) value "  Avis emis :".
         10 NbAvisRegInact Pic ZZZZZ9.
         10 Filler Pic X(14) value "  Reactives :".
         10 NbReactivesRegInact Pic ZZZZZ9.
         10 Filler Pic X(15) value "  Transferts :".
         10 NbTransfertsRegInact Pic ZZZZZ9.

      ***** Cheques impayes pour defaut de provision : table IncidentCheque (compte, numero, *****
      ***** montant, dates de presentation et d'incident, frais, client, statut A incident *****
      ***** actif / R regularise). Le cheque part au fichier retour de la compensation, *****
      ***** les frais du service INCCHQ du referentiel TarifCompte sont postes (code FRI), *****
      ***** la lettre d'injonction (INJ) est emise et l'incident est declare au fichier FCC *****
      ***** de la Banque de France. Tant qu'un incident du client est actif, aucun chequier *****
      ***** ne lui est remis ; la regularisation produit la declaration d'annulation *****
       77 IdIncidentCourant pic X(36).
       77 NbChequesImpayes pic 9(6).
       77 FraisIncidentChq pic 9(6)V99.
       77 CodeClientIncident pic X(36).
       77 NbIncidentChqActif pic 9(6).
       77 NbIncidentsActifs pic 9(6).
       77 RetourCheques-Ouvert pic X value "N".
       77 DeclFcc-Ouvert pic X value "N".
       77 NomFichierRetourCheques pic X(120).
       77 NomFichierDeclFcc pic X(120).
       77 NbLignesRetourCheques pic 9(6).
       77 NbLignesDeclFcc pic 9(6).
       77 TypeDeclFcc pic X.
       77 Regularisation-iterator pic 9.
       77 BoucleurIncidents pic 9.
       77 MaxIncidents pic 99.
       77 NoIncidentSaisi pic 99.
       77 NoLigneIncident pic 99.
       77 ModeRegularisation pic X.

       01 LigneIncidentCourante.
         10 IdIncident PIC X(36).
         10 CodeBanqueInc SQL CHAR (5).
         10 CodeGuichetInc SQL CHAR (5).
         10 RacineCompteInc SQL CHAR (9).
         10 TypeCompteInc SQL CHAR (2).
         10 NumeroChequeInc PIC 9(7).
         10 MontantInc PIC 9(12)V99.
         10 DateIncidentInc SQL CHAR (8).

       01 LigneIncidentEcran occurs 20.
         10 IdIncident Pic X(36).
         10 CodeBanqueInc Pic X(5).
         10 CodeGuichetInc Pic X(5).
         10 RacineCompteInc Pic X(9).
         10 TypeCompteInc Pic X(2).
         10 NumeroChequeInc Pic 9(7).
         10 MontantInc Pic 9(12)V99.
         10 DateIncidentInc Pic X(8).

       01 IdentiteFcc.
         10 NomFcc SQL CHAR-VARYING (15).
         10 PrenomFcc SQL CHAR-VARYING (15).
         10 CodePostalFcc SQL CHAR-VARYING (5).

      ***** Fichier retour de compensation : cheque rejete pour defaut de provision (DP) *****
       01 LigneRetourCheque.
         10 CodeBanqueRetChq Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetRetChq Pic X(5).
         10 Filler Pic X value ";".
         10 RacineRetChq Pic X(9).
         10 Filler Pic X value ";".
         10 TypeRetChq Pic X(2).
         10 Filler Pic X value ";".
         10 NumeroRetChq Pic 9(7).
         10 Filler Pic X value ";".
         10 DateRetChq Pic X(8).
         10 Filler Pic X value ";".
         10 MontantCentimesRetChq Pic 9(12).
         10 Filler Pic X(24) value ";DP;Defaut de provision".

      ***** Declaration FCC : I incident de paiement / A annulation apres regularisation *****
       01 LigneDeclFcc.
         10 TypeDeclFccEd Pic X.
         10 Filler Pic X value ";".
         10 DateDeclFcc Pic X(8).
         10 Filler Pic X value ";".
         10 CodeBanqueFcc Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetFcc Pic X(5).
         10 Filler Pic X value ";".
         10 RacineFcc Pic X(9).
         10 Filler Pic X value ";".
         10 TypeFcc Pic X(2).
         10 Filler Pic X value ";".
         10 NumeroChequeFcc Pic 9(7).
         10 Filler Pic X value ";".
         10 MontantFcc Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 DateIncidentFcc Pic X(8).
         10 Filler Pic X value ";".
         10 NomFccEd Pic X(15).
         10 Filler Pic X value ";".
         10 PrenomFccEd Pic X(15).
         10 Filler Pic X value ";".
         10 CodePostalFccEd Pic X(5).

      ***** Remises de virements des clients entreprises (paie, fournisseurs) : fichier *****
      ***** recu du client, une ligne E d'entete (compte a debiter, nombre de lignes, total *****
      ***** en centimes, reference de la remise) suivie de ses lignes D (IBAN, BIC, nom du *****
      ***** beneficiaire, montant en centimes, libelle). Le total de controle est verifie *****
      ***** et le client est debite une seule fois du total (code VGR), ou la remise entiere *****
      ***** est refusee (entete, total, compte, provision). Chaque ligne est payee par *****
      ***** PaiementVersIban (credit direct d'un IBAN tenu chez nous, sinon ordre *****
      ***** VirementExterne pour l'export SEPA) ; une ligne rejetee est recreditee au *****
      ***** client (code RVI). Table RemiseVirement (une ligne par remise, statut E executee *****
      ***** / R refusee) : une reference deja executee sur le compte est refusee. Compte *****
      ***** rendu d'execution ligne a ligne pour le client, mode batch "REMISES" *****
       77 ImportRemises-iterator pic 9.
       77 NoLigneImportRem pic 9(6).
       77 NbRemisesExecutees pic 9(6).
       77 NbRemisesRefusees pic 9(6).
       77 NbLignesRemRejetees pic 9(6).
       77 RemiseEnCours pic X.
       77 RemiseRefusee pic X.
       77 RemiseTropLongue pic X.
       77 MotifRefusRem pic X(40).
       77 TypeLigneRem pic X.
       77 MaxLignesRem pic 9(3).
       77 NoLigneRem pic 9(3).
       77 LigneRemValide pic X.
       77 MotifRejetLigneRem pic X(40).
       77 TotalCentimesRemCalcule pic 9(15).
       77 MontantDebiteRem pic 9(12)V99.
       77 MontantRejeteRem pic 9(12)V99.
       77 NbRejetsRem pic 9(5).
       77 NbRemiseDejaExecutee pic 9(6).
       77 StatutCompteBenefRem pic X.
       77 IdRemiseCourante pic X(36).
       77 CodeBanqueRem SQL CHAR-VARYING (5).
       77 CodeGuichetRem SQL CHAR-VARYING (5).
       77 RacineCompteRem SQL CHAR-VARYING (9).
       77 TypeCompteRem SQL CHAR-VARYING (2).
       77 NbLignesEnteteRem pic 9(5).
       77 TotalCentimesEnteteRem pic 9(15).
       77 ReferenceRem SQL CHAR (20).
       77 IbanDonneurRem SQL CHAR-VARYING (27).
       77 NomFichierRapportRemises pic X(120).
       77 NbLignesRapportRemises pic 9(6).

      ***** Lignes de la remise en cours, gardees jusqu'au controle du total de l'entete *****
       01 TableLignesRemise occurs 500.
         10 FormatLigneRem Pic X.
         10 IbanLigneRem Pic X(27).
         10 BicLigneRem Pic X(11).
         10 NomLigneRem Pic X(30).
         10 MontantCentimesLigneRem Pic 9(12).
         10 LibelleLigneRem Pic X(40).

       01 LigneRapportRemEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(11).
         10 Filler Pic X(52) value "COMPTE RENDU D'EXECUTION DES REMISES DE VIREMENTS".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneRapportRemEntete.
         10 Filler Pic X(9) value " Remise ".
         10 ReferenceRemEd Pic X(20).
         10 Filler Pic X(9) value " Compte ".
         10 CodeBanqueRemEd Pic X(5).
         10 Filler Pic X value " ".
         10 CodeGuichetRemEd Pic X(5).
         10 Filler Pic X value " ".
         10 RacineCompteRemEd Pic X(9).
         10 Filler Pic X value " ".
         10 TypeCompteRemEd Pic X(2).
         10 Filler Pic X(9) value "  Lignes ".
         10 NbLignesRemEd Pic ZZZZ9.
         10 Filler Pic X(8) value "  Total ".
         10 TotalRemEd Pic Z(9)9,99.

       01 LigneRapportRemResultat.
         10 Filler Pic X(2).
         10 Filler Pic X(11) value "Resultat : ".
         10 ResultatRemiseEd Pic X(9).
         10 MotifRefusRemEd Pic X(40).

       01 LigneRapportRemEntete7.
         10 Filler Pic X(8) value " Ligne".
         10 Filler Pic X(28) value "IBAN".
         10 Filler Pic X(31) value "Beneficiaire".
         10 Filler Pic X(15) value "      Montant".
         10 Filler Pic X(40) value "Resultat".

       01 LigneRapportRemDetail.
         10 Filler Pic X.
         10 NoLigneRemEd Pic ZZZZ9.
         10 Filler Pic X(2).
         10 IbanRemEd Pic X(27).
         10 Filler Pic X.
         10 NomRemEd Pic X(30).
         10 Filler Pic X.
         10 MontantRemEd Pic Z(9)9,99.
         10 Filler Pic X(2).
         10 ResultatLigneRemEd Pic X(40).

       01 LigneRapportRemTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(9) value "Debite : ".
         10 DebiteRemEd Pic Z(9)9,99.
         10 Filler Pic X(24) value "  Rejete et recredite : ".
         10 RejeteRemEd Pic Z(9)9,99.
         10 Filler Pic X(20) value "  Lignes rejetees : ".
         10 NbRejetsRemEd Pic ZZZZ9.

      ***** Connaissance client (KYC, option K de la gestion du client) : classe de risque *****
      ***** E eleve / M moyen / F faible (un client non classe est suivi comme M), piece *****
      ***** d'identite vue (CNI / PAS passeport / TS titre de sejour, numero, expiration) *****
      ***** et date de la derniere revue, portees par la table Client. Revue tous les ans *****
      ***** en risque eleve, tous les 3 ans en moyen, tous les 5 ans en faible. Un client a *****
      ***** risque eleve dont la revue est en retard n'ouvre plus de compte (AjoutLigne, *****
      ***** ImportFichier) tant que la revue n'est pas enregistree. Liste mensuelle des *****
      ***** revues en retard ou a echeance et des pieces expirees, mode batch "KYC" *****
       77 ClasseRisqueSaisie pic X.
       77 TypePieceSaisie pic X(3).
       77 NumeroPieceSaisie pic X(20).
       77 DateExpirationSaisie pic X(8).
       77 RevueKycSaisie pic X.
       77 DateDerniereRevueEd pic X(8).
       77 DateProchaineRevueEd pic X(8).
       77 BlocageKyc pic X.
       77 NbClientKycBloque pic 9(6).
       77 DateJourKyc pic X(8).
       77 DateMoisProchainKyc pic X(8).
       77 AnneeCalculKyc pic 9(4).
       77 MoisCalculKyc pic 99.
       77 PeriodiciteRevueKyc pic 9.
       77 DateLimiteRetardKyc pic X(8).
       77 DateLimiteEcheanceKyc pic X(8).
       77 DateProchaineRevueKyc pic X(8).
       77 RevuesKyc-iterator pic 9.
       77 NbClientsKyc pic 9(6).
       77 NbRevuesEnRetard pic 9(6).
       77 NbRevuesAEcheance pic 9(6).
       77 NbPiecesExpirees pic 9(6).
       77 NbLignesRevuesKyc pic 9(6).
       77 NomFichierRevuesKyc pic X(120).
       77 NationaliteSaisie pic X(2).
       77 PaysAdresseSaisi pic X(2).
       77 PaysResidenceSaisi pic X(2).
       77 NifEtrangerSaisi pic X(20).
       77 DateAutoCertifSaisie pic X(8).
       77 StatutAutoCertifSaisi pic X.

       01 LigneKycCourante.
         10 CodeClientKyc PIC X(36).
         10 NomKyc SQL CHAR-VARYING (15).
         10 PrenomKyc SQL CHAR-VARYING (15).
         10 ClasseRisqueKyc SQL CHAR (1).
         10 DateRevueKyc SQL CHAR (8).
         10 TypePieceKyc SQL CHAR (3).
         10 DateExpirationKyc SQL CHAR (8).

       01 LigneRevuesKycEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(18).
         10 Filler Pic X(45) value "REVUES KYC A FAIRE".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneRevuesKycEntete7.
         10 Filler Pic X(34) value " Client".
         10 Filler Pic X(7) value "Risque".
         10 Filler Pic X(11) value "Revu le".
         10 Filler Pic X(11) value "Prochaine".
         10 Filler Pic X(12) value "Revue".
         10 Filler Pic X(5) value "Pce".
         10 Filler Pic X(10) value "Expire le".

       01 LigneRevuesKycDetail.
         10 Filler Pic X.
         10 NomKycEd Pic X(15).
         10 Filler Pic X.
         10 PrenomKycEd Pic X(15).
         10 Filler Pic X(2).
         10 ClasseRisqueKycEd Pic X.
         10 Filler Pic X(6).
         10 DateRevueKycEd Pic X(8).
         10 Filler Pic X(3).
         10 ProchaineRevueKycEd Pic X(8).
         10 Filler Pic X(3).
         10 SituationRevueKycEd Pic X(10).
         10 Filler Pic X(2).
         10 TypePieceKycEd Pic X(3).
         10 Filler Pic X(2).
         10 ExpirationKycEd Pic X(8).
         10 Filler Pic X(2).
         10 SituationPieceKycEd Pic X(7).

       01 LigneRevuesKycTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(19) value "Revues en retard :".
         10 NbRetardKycEd Pic ZZZZZ9.
         10 Filler Pic X(15) value "  A echeance :".
         10 NbEcheanceKycEd Pic ZZZZZ9.
         10 Filler Pic X(21) value "  Pieces expirees :".
         10 NbExpireesKycEd Pic ZZZZZ9.

      ***** Rentabilite des clients et des guichets (PNB, Editions / rapports option R) : *****
      ***** pour la periode demandee (mois AAAAMM ou annee AAAA, a defaut le mois *****
      ***** precedent), chaque compte porte ses frais percus (FRS, FRI), ses agios et *****
      ***** interets debiteurs percus (AGI, PRI), ses interets crediteurs verses (INT) et *****
      ***** son solde moyen sur les photos mensuelles verifiees (SoldeMensuel) de la *****
      ***** periode, le tout converti en EUR au taux TauxChange de fin de periode. Le PNB *****
      ***** vaut frais + agios - interets verses. Les lignes sont gardees dans la table *****
      ***** RentabiliteCompte (remplacees a la relance de la meme periode) ; l'edition *****
      ***** detaille chaque client par guichet, avec sous-totaux guichet et banque, et *****
      ***** liste les 50 clients les plus et les 50 les moins rentables. Mode batch "PNB" + periode AAAAMM ou AAAA facultative *****
       77 PeriodePnb pic X(6).
       77 DateDebutPnb pic X(8).
       77 DateFinPnb pic X(8).
       77 DateJourPnb pic X(8).
       77 Pnb-iterator pic 9.
       77 NbComptesPnb pic 9(6).
       77 NbLignesPnb pic 9(6).
       77 NomFichierRentabilite pic X(120).
       77 CodeBanquePnbPrec pic X(5).
       77 CodeGuichetPnbPrec pic X(5).
       77 RangPnb pic 9(3).
       77 RangPnbEd pic ZZ9.
       77 FraisPnbEur pic S9(12)V99.
       77 AgiosPnbEur pic S9(12)V99.
       77 InteretsPnbEur pic S9(12)V99.
       77 MargePnbEur pic S9(12)V99.
       77 SoldeMoyenPnbEur pic S9(12)V99.

       01 MoisPnbCompose.
         10 AnneePnbNum pic 9(4).
         10 MoisPnbNum pic 99.

       01 LignePnbCourante.
         10 CodeBanquePnb SQL CHAR (5).
         10 CodeGuichetPnb SQL CHAR (5).
         10 RacineComptePnb SQL CHAR (9).
         10 TypeComptePnb SQL CHAR (2).
         10 CodeClientPnb PIC X(36).
         10 DevisePnb SQL CHAR (3).
         10 FraisPnb PIC S9(12)V99.
         10 AgiosPnb PIC S9(12)V99.
         10 InteretsPnb PIC S9(12)V99.
         10 SoldeMoyenPnb PIC S9(12)V99.

       01 LignePnbCumul.
         10 CodeBanqueCum SQL CHAR (5).
         10 CodeGuichetCum SQL CHAR (5).
         10 NomClientCum SQL CHAR-VARYING (15).
         10 PrenomClientCum SQL CHAR-VARYING (15).
         10 NbComptesCum PIC 9(6).
         10 FraisCum PIC S9(12)V99.
         10 AgiosCum PIC S9(12)V99.
         10 InteretsCum PIC S9(12)V99.
         10 MargeCum PIC S9(12)V99.
         10 SoldeCum PIC S9(12)V99.

       01 TotauxGuichetPnb.
         10 FraisGuPnb Pic S9(12)V99.
         10 AgiosGuPnb Pic S9(12)V99.
         10 InteretsGuPnb Pic S9(12)V99.
         10 MargeGuPnb Pic S9(12)V99.
         10 SoldeGuPnb Pic S9(12)V99.

       01 TotauxBanquePnb.
         10 FraisBqPnb Pic S9(12)V99.
         10 AgiosBqPnb Pic S9(12)V99.
         10 InteretsBqPnb Pic S9(12)V99.
         10 MargeBqPnb Pic S9(12)V99.
         10 SoldeBqPnb Pic S9(12)V99.

       01 TotauxGenerauxPnb.
         10 FraisGenPnb Pic S9(12)V99.
         10 AgiosGenPnb Pic S9(12)V99.
         10 InteretsGenPnb Pic S9(12)V99.
         10 MargeGenPnb Pic S9(12)V99.
         10 SoldeGenPnb Pic S9(12)V99.

       01 LignePnbEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(5).
         10 Filler Pic X(40) value "RENTABILITE CLIENTS ET GUICHETS (PNB)".
         10 Filler Pic X(10) value "Periode : ".
         10 PeriodePnbEd Pic X(8).
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LignePnbEntete7.
         10 Filler Pic X(33) value " Guichet / client".
         10 Filler Pic X(15) value "   Frais percus".
         10 Filler Pic X(15) value "   Agios percus".
         10 Filler Pic X(15) value "    Int. verses".
         10 Filler Pic X(15) value "            PNB".
         10 Filler Pic X(15) value "    Solde moyen".

       01 LignePnbDetail.
         10 Filler Pic X.
         10 LibellePnbEd Pic X(32).
         10 FraisPnbEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 AgiosPnbEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 InteretsPnbEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 MargePnbEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 SoldeMoyenPnbEd Pic -Z(9)9,99.

      ***** Simulation des grilles (Editions / rapports option S) : la direction saisit une *****
      ***** grille proposee dans la table de travail GrilleSimulation (TypeGrille AGI = taux *****
      ***** d'agios mensuel, type de compte a blanc pour tous les types ; INT = taux mensuel *****
      ***** crediteur par type ; FRS = tarif par type et service), sans toucher aux *****
      ***** referentiels en vigueur. Une ligne absente laisse la valeur en vigueur, une *****
      ***** valeur 0 supprime le taux ou le tarif. Pour le mois demande (AAAAMM, a defaut le *****
      ***** mois precedent), agios, interets crediteurs et frais mensuels sont recalcules *****
      ***** sur le solde de fin de mois reconstitue, avec la grille en vigueur et avec la *****
      ***** grille proposee, selon les regles de CalculAgios, CalculInterets et *****
      ***** FacturationFrais, sans aucun mouvement ni mise a jour de solde. Les lignes sont *****
      ***** gardees dans SimulationCompte (remplacees a la relance du meme mois) et editees *****
      ***** par produit, par guichet et pour les 20 clients les plus touches, en EUR. Le *****
      ***** journal des batchs et le catalogue portent le libelle SIMULATION. Mode batch *****
      ***** "SIMULATION" + mois AAAAMM facultatif *****
       77 PeriodeSim pic X(6).
       77 DateFinSim pic X(8).
       77 DateJourSim pic X(8).
       77 Simulation-iterator pic 9.
       77 GestionSim-iterator pic 9.
       77 OptionGestionSim pic X.
       77 NbComptesSim pic 9(6).
       77 NbLignesSim pic 9(6).
       77 NomFichierSimulation pic X(120).
       77 ModeBatchSimSvg pic X(20).
       77 TypeGrilleSimSaisi pic X(3).
       77 TypeCompteSimSaisi SQL CHAR-VARYING (2).
       77 CodeServiceSimSaisi SQL CHAR-VARYING (10).
       77 ValeurSimSaisie pic 9(6)V9(6).
       77 NoLigneGrilleSim pic 99.
       77 BoucleurSim pic 9.
       77 RangSim pic 99.
       77 RangSimEd pic Z9.
       77 SoldeFinSim pic S9(12)V99.
       77 DebitBaseSim pic 9(12)V99.
       77 CreditBaseSim pic 9(12)V99.
       77 EcartCompteSim pic S9(12)V99.

       01 MoisSimCompose.
         10 AnneeSimNum pic 9(4).
         10 MoisSimNum pic 99.

       01 LigneGrilleSimCourante.
         10 TypeGrilleGs SQL CHAR (3).
         10 TypeCompteGs SQL CHAR (2).
         10 CodeServiceGs SQL CHAR-VARYING (10).
         10 ValeurGs PIC 9(6)V9(6).

       01 LigneSimCourante.
         10 CodeBanqueSim SQL CHAR (5).
         10 CodeGuichetSim SQL CHAR (5).
         10 RacineCompteSim SQL CHAR (9).
         10 TypeCompteSim SQL CHAR (2).
         10 CodeClientSim PIC X(36).
         10 DeviseSim SQL CHAR (3).
         10 StatutSim SQL CHAR (1).
         10 SoldeCourantSim PIC S9(12)V99.
         10 MvtsPosterieursSim PIC S9(12)V99.
         10 PretActifSim SQL CHAR (1).
         10 DatActifSim SQL CHAR (1).
         10 InteretsProduitSim SQL CHAR (1).
         10 TauxIntActuelSim PIC 9(3)V9(6).
         10 TauxIntProposeSim PIC 9(3)V9(6).
         10 TauxAgiosProposeSim PIC 9(3)V9(6).
         10 FraisActuelSim PIC 9(12)V99.
         10 FraisProposeSim PIC 9(12)V99.
         10 FraisNouveauxSim PIC 9(12)V99.
         10 ExonerationSim PIC 9(3).

       01 MontantsSimCompte.
         10 AgiosActuelSim Pic S9(12)V99.
         10 AgiosProposeSim Pic S9(12)V99.
         10 InteretsActuelSim Pic S9(12)V99.
         10 InteretsProposeSim Pic S9(12)V99.
         10 FraisActuelEurSim Pic S9(12)V99.
         10 FraisProposeEurSim Pic S9(12)V99.

       01 LigneSimCumul.
         10 CleSimCum SQL CHAR-VARYING (12).
         10 NomClientSimCum SQL CHAR-VARYING (15).
         10 PrenomClientSimCum SQL CHAR-VARYING (15).
         10 NbComptesSimCum PIC 9(6).
         10 AgiosActuelCum PIC S9(12)V99.
         10 AgiosProposeCum PIC S9(12)V99.
         10 InteretsActuelCum PIC S9(12)V99.
         10 InteretsProposeCum PIC S9(12)V99.
         10 FraisActuelCum PIC S9(12)V99.
         10 FraisProposeCum PIC S9(12)V99.
         10 EcartSimCum PIC S9(12)V99.

       01 TotauxGenerauxSim.
         10 AgiosActuelGenSim Pic S9(12)V99.
         10 AgiosProposeGenSim Pic S9(12)V99.
         10 InteretsActuelGenSim Pic S9(12)V99.
         10 InteretsProposeGenSim Pic S9(12)V99.
         10 FraisActuelGenSim Pic S9(12)V99.
         10 FraisProposeGenSim Pic S9(12)V99.
         10 EcartGenSim Pic S9(12)V99.

       01 LigneSimEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(5).
         10 Filler Pic X(50) value "SIMULATION DES GRILLES - AUCUNE ECRITURE PASSEE".
         10 Filler Pic X(10) value "Periode : ".
         10 PeriodeSimEd Pic X(8).
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneSimEntete2.
         10 Filler Pic X(100) value " *** SIMULATION : grille en vigueur contre grille proposee (table GrilleSimulation), en EUR ***".

       01 LigneSimEntete7.
         10 Filler Pic X(33) value " Produit / guichet / client".
         10 Filler Pic X(15) value "   Agios actuel".
         10 Filler Pic X(15) value "  Agios propose".
         10 Filler Pic X(15) value "     Int. act.".
         10 Filler Pic X(15) value "    Int. prop.".
         10 Filler Pic X(15) value "   Frais actuel".
         10 Filler Pic X(15) value "  Frais propose".
         10 Filler Pic X(15) value "   Ecart banque".

       01 LigneSimDetail.
         10 Filler Pic X.
         10 LibelleSimEd Pic X(32).
         10 AgiosActuelSimEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 AgiosProposeSimEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 InteretsActuelSimEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 InteretsProposeSimEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 FraisActuelSimEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 FraisProposeSimEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 EcartSimEd Pic -Z(9)9,99.

      ***** Menages et groupes d'affaires : table GroupeClient (IdGroupe, TypeGroupe M *****
      ***** menage / E groupe d'entreprises, Libelle, CodeClientTete, ExonerationFrais en % *****
      ***** des frais mensuels factures aux membres, CodeOperateur, DateSaisie) et table *****
      ***** MembreGroupe (IdGroupe, CodeClient, DateAdhesion) ; un client appartient a un *****
      ***** seul groupe, la tete de groupe en est membre. Tenue depuis la gestion client *****
      ***** (option G), vue consolidee des comptes des membres en EUR, remise de groupe *****
      ***** appliquee par FacturationFrais, repertoire des clients edite par groupe *****
       77 GroupeClient-iterator pic 9.
       77 OptionGroupe pic X.
       77 BoucleurGroupe pic 9.
       77 NbGroupeTrouve pic 9(6).
       77 CodeClientGroupe pic X(36).
       77 IdGroupeCourant pic X(36).
       77 TypeGroupeCourant pic X.
       77 LibelleGroupeCourant SQL CHAR-VARYING (40).
       77 CodeClientTeteCourant pic X(36).
       77 ExonerationGroupeCourante pic 9(3).
       77 NomTeteGroupe SQL CHAR-VARYING (15).
       77 PrenomTeteGroupe SQL CHAR-VARYING (15).
       77 TypeGroupeSaisi pic X.
       77 LibelleGroupeSaisi SQL CHAR-VARYING (40).
       77 ExonerationGroupeSaisie pic 9(3).
       77 NomGroupeRecherche pic X(15).
       77 PatternGroupeRecherche SQL CHAR-VARYING (30).
       77 MaxMembreEcran pic 99.
       77 MaxSelectionEcran pic 99.
       77 NoMembreSaisi pic 99.
       77 NoLigneGroupe pic 99.
       77 CodeClientRetraitGrp pic X(36).
       77 IdGroupeRetrait pic X(36).
       77 ConfirmationGroupe pic X.
       77 ExonerationGroupeEd pic ZZ9.
       77 NbComptesMembreEd pic ZZZ9.

       01 LigneMembreCourante.
         10 CodeClientMb Pic X(36).
         10 NomMb SQL CHAR-VARYING (15).
         10 PrenomMb SQL CHAR-VARYING (15).
         10 CodePostalMb SQL CHAR (5).
         10 VilleMb SQL CHAR-VARYING (15).
         10 NbComptesMb PIC 9(4).
         10 LibelleGroupeMb SQL CHAR-VARYING (40).
         10 TypeGroupeMb SQL CHAR (1).

      ***** Tables ecran des membres affiches et des clients ou groupes proposes, pour la *****
      ***** designation par No de ligne *****
       01 LigneMembreEcran occurs 13.
         10 CodeClientMbEcran Pic X(36).
       01 LigneSelectionEcran occurs 13.
         10 CleSelectionEcran Pic X(36).

      ***** Vue consolidee : comptes non clos des membres, soldes, decouvert autorise et *****
      ***** exposition debitrice convertis en EUR au taux le plus recent *****
       77 NoLigneConsolide pic 99.
       77 NbComptesConsolide pic 9(4).
       77 NbComptesDepassement pic 9(4).

       01 LigneConsolideCourante.
         10 NomCs SQL CHAR-VARYING (15).
         10 CodeGuichetCs SQL CHAR (5).
         10 RacineCompteCs SQL CHAR (9).
         10 TypeCompteCs SQL CHAR (2).
         10 DeviseCs SQL CHAR (3).
         10 SoldeCs PIC S9(12)V99.
         10 AutoriseCs PIC 9(12)V99.

       01 MontantsConsolides.
         10 SoldeEurCs Pic S9(12)V99.
         10 AutoriseEurCs Pic 9(12)V99.
         10 DebitEurCs Pic 9(12)V99.
         10 TotalSoldeEurCs Pic S9(12)V99.
         10 TotalAutoriseEurCs Pic 9(12)V99.
         10 TotalDebitEurCs Pic 9(12)V99.
         10 EcartExpositionCs Pic S9(12)V99.

       77 SoldeEurCsEd pic -Z(7)9,99.
       77 AutoriseEurCsEd pic Z(7)9,99.
       77 DebitEurCsEd pic Z(7)9,99.
       77 TotalCsEd pic -Z(9)9,99.

      ***** Flux paralleles de fin de mois : AGIOS, INTERETS, TARIFS, RELEVES et ARRETEMOIS *****
      ***** sont decoupes en flux independants sur les plages de codes banque (TypePlage B) *****
      ***** ou guichet (G) du plan PlanFlux (NoFlux, TypePlage, BorneDebut, BorneFin). Mode *****
      ***** "FLUX" + No de flux + mode (ex "FLUX1AGIOS", "FLUX2RELEVES202608"). Chaque *****
      ***** execution de flux est suivie dans ExecutionFlux (IdFlux, ModeFlux, NoFlux, *****
      ***** TypePlage, BorneDebut, BorneFin, PeriodeFlux AAAAMM, IdExecution, DateDebut, *****
      ***** DateFin, Resultat, DerniereCle, NbComptes, TotalMontant, NbAnnexe, TotalAnnexe, *****
      ***** Consolide O/N, DateConsolidation) avec sa cle de reprise, et ses cumuls par *****
      ***** banque ou guichet dans FluxRecap (IdFlux, CleRecap, NbComptes, Total). Le mode *****
      ***** "CONSO" + mode fusionne les flux aboutis dans les editions habituelles *****
       77 FluxActif pic X value "N".
       77 RepriseFlux pic X value "N".
       77 FluxRefuse pic X.
       77 NoFluxCourant pic 9.
       77 ModeFluxEtape pic X(15).
       77 NomModeFlux pic X(10).
       77 ModeBatchFluxSvg pic X(20).
       77 IdFluxCourant pic X(36) value spaces.
       77 ResultatFlux SQL CHAR-VARYING (10).
       77 PeriodeFluxCourante pic X(6).
       77 NbFluxTrouve pic 9(6).

      ***** Plage et cle de reprise du flux courant ; hors flux, les valeurs neutres *****
      ***** laissent les curseurs des batchs mensuels parcourir tous les comptes *****
       77 TypePlageFlux pic X value "B".
       77 BorneDebutFlux pic X(5) value spaces.
       77 BorneFinFlux pic X(5) value "ZZZZZ".
       77 CleRepriseFlux pic X(36) value spaces.

      ***** Avancement apres chaque compte : cle, cumuls du run, increments depuis le *****
      ***** compte precedent reportes dans ExecutionFlux et FluxRecap *****
       77 CleCouranteFlux pic X(36).
       77 CleRecapFlux pic X(10).
       77 NomCleFlux pic X(15).
       77 NbComptesFluxRun pic 9(6).
       77 TotalFluxRun pic 9(12)V99.
       77 NbAnnexeFluxRun pic 9(6).
       77 TotalAnnexeFluxRun pic 9(12)V99.
       77 NbComptesFluxPrec pic 9(6).
       77 TotalFluxPrec pic 9(12)V99.
       77 NbAnnexeFluxPrec pic 9(6).
       77 TotalAnnexeFluxPrec pic 9(12)V99.
       77 NbComptesFluxDelta pic 9(6).
       77 TotalFluxDelta pic 9(12)V99.
       77 NbAnnexeFluxDelta pic 9(6).
       77 TotalAnnexeFluxDelta pic 9(12)V99.

      ***** Releves d'un flux : un fichier par flux, concatenes par la consolidation *****
       77 NomFichierReleves pic X(120) value "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\RelevesComptes.txt".
       77 NomFichierRelevesSvg pic X(120).
       77 NomFichierRelevesFlux pic X(120).
       77 RelevesFlux-Status pic XX.
       77 RelevesFlux-Eof pic 9.

      ***** Consolidation : controle des flux du plan, rapport de controle catalogue *****
       77 ConsolidationFlux-iterator pic 9.
       77 RecapFlux-iterator pic 9.
       77 PlanFluxConso-iterator pic 9.
       77 ConsolidationRefusee pic X.
       77 NbFluxPlan pic 9(6).
       77 NbFluxAboutis pic 9(6).
       77 NbFluxNonAboutis pic 9(6).
       77 NbComptesHorsPlage pic 9(6).
       77 NbComptesConsoFlux pic 9(6).
       77 TotalConsoFlux pic 9(12)V99.
       77 NbAnnexeConsoFlux pic 9(6).
       77 TotalAnnexeConsoFlux pic 9(12)V99.
       77 NbLignesConsoFlux pic 9(6).
       77 NbLignesRelevesConso pic 9(6).
       77 NomFichierConsoFlux pic X(120).

       01 LigneFluxConsoCourante.
         10 NoFluxCf PIC 9.
         10 TypePlageCf SQL CHAR (1).
         10 BorneDebutCf SQL CHAR (5).
         10 BorneFinCf SQL CHAR (5).
         10 ResultatCf SQL CHAR-VARYING (10).
         10 NbComptesCf PIC 9(6).
         10 TotalMontantCf PIC 9(12)V99.
         10 NbAnnexeCf PIC 9(6).
         10 TotalAnnexeCf PIC 9(12)V99.

       01 LigneCflEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(5).
         10 Filler Pic X(40) value "Consolidation des flux de fin de mois".
         10 Filler Pic X(7) value "Mode : ".
         10 ModeCflEd Pic X(10).
         10 Filler Pic X(5).
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneCflEntete2.
         10 Filler Pic X(36).
         10 Filler Pic X(38) value all "=".

       01 LigneCflEntete7.
         10 Filler Pic X(7) value " Flux".
         10 Filler Pic X(9) value "Plage".
         10 Filler Pic X(14) value "Debut  Fin".
         10 Filler Pic X(11) value "Issue".
         10 Filler Pic X(10) value "Comptes".
         10 Filler Pic X(16) value "       Montant".
         10 Filler Pic X(16) value "  Remise groupe".

       01 LigneCflDetail.
         10 Filler Pic X(2).
         10 NoFluxCflEd Pic 9.
         10 Filler Pic X(4).
         10 TypePlageCflEd Pic X(9).
         10 BorneDebutCflEd Pic X(5).
         10 Filler Pic X(2).
         10 BorneFinCflEd Pic X(5).
         10 Filler Pic X(2).
         10 ResultatCflEd Pic X(10).
         10 Filler Pic X.
         10 NbComptesCflEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 TotalCflEd Pic Z(9)9,99.
         10 Filler Pic X(2).
         10 TotalAnnexeCflEd Pic Z(9)9,99.

       01 LigneCflTotal1.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total comptes traites .............. :".
         10 TotalComptesCfl Pic ZZZZZ9.

       01 LigneCflTotal2.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total des montants postes .......... :".
         10 TotalMontantsCfl Pic Z(9)9,99.

       01 LigneCflTotal3.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Comptes hors de toute plage du plan  :".
         10 NbHorsPlageCfl Pic ZZZZZ9.

       01 LigneCflIssue.
         10 Filler Pic X(2).
         10 IssueCflEd Pic X(70).

      ***** Extraction de nuit pour le portail de banque en ligne (prestataire web / mobile) : *****
      ***** coordonnees des clients, statut, soldes et decouvert autorise des comptes, *****
      ***** nouveaux mouvements (date de valeur, libelle du code operation), virements *****
      ***** permanents et mandats. Seul ce qui a change depuis la derniere extraction est *****
      ***** envoye : la table PortailEnvoi (TypeEnreg CLI/CPT/MVT/VIR/MAN, Cle, *****
      ***** NumeroSequence, Empreinte) garde l'empreinte de chaque enregistrement envoye, *****
      ***** un enregistrement part quand son empreinte courante differe de la derniere *****
      ***** envoyee. Chaque fichier porte un No de sequence (table ExtractionPortail : *****
      ***** IdExtraction, NumeroSequence, TypeExtraction C complet / D delta, DateExtraction, *****
      ***** Statut G en generation / E envoye / A acquitte / R rejete / X annule, volumes par *****
      ***** type, NomFichier, DateAcquittement, CodeOperateur), un enregistrement ENTETE et *****
      ***** un TOTAL. Un fichier rejete par le prestataire est repris depuis la derniere *****
      ***** sequence acquittee. Modes "PORTAIL", "PORTAILCOMPLET" et "PORTAILACQ" + *****
      ***** sequence sur 6 + A (acquitte) ou R (rejete) *****
       77 ExtractionPortail-iterator pic 9.
       77 TypeExtractionDemandee pic X.
       77 TypeExtractionPortail pic X.
       77 SequencePortail pic 9(6).
       77 SequenceAcquitteePortail pic 9(6).
       77 DerniereSequencePortail pic 9(6).
       77 SequenceAcqSaisie pic X(6).
       77 SequenceAcqPortail pic 9(6).
       77 CodeAcqPortail pic X.
       77 NbAcqPortail pic 9(6).
       77 NbPortailTrouve pic 9(6).
       77 RepriseSurRejetPortail pic X.
       77 IdExtractionPortail pic X(36).
       77 TypeEnregPortail pic X(3).
       77 ClePortail pic X(40).
       77 EmpreintePortail SQL CHAR-VARYING (255).
       77 NomFichierPortail pic X(120).
       77 DateJourPortail pic X(8).
       77 HeurePortail pic X(8).
       77 NbEnregPortail pic 9(8).
       77 NbClientsPortail pic 9(6).
       77 NbComptesPortail pic 9(6).
       77 NbMouvementsPortail pic 9(8).
       77 NbVirementsPortail pic 9(6).
       77 NbMandatsPortail pic 9(6).
       77 TotalMouvementsPortail pic 9(14)V99.

       01 LigneClientPortail.
         10 CodeClientPt Pic X(36).
         10 NomPt SQL CHAR-VARYING (15).
         10 PrenomPt SQL CHAR-VARYING (15).
         10 AdressePt SQL CHAR-VARYING (40).
         10 CodePostalPt SQL CHAR (5).
         10 VillePt SQL CHAR-VARYING (15).
         10 TelephonePt SQL CHAR-VARYING (15).
         10 EmailPt SQL CHAR-VARYING (50).

       01 LigneComptePortail.
         10 CodeBanquePt SQL CHAR (5).
         10 CodeGuichetPt SQL CHAR (5).
         10 RacineComptePt SQL CHAR (9).
         10 TypeComptePt SQL CHAR (2).
         10 CodeClientCptPt Pic X(36).
         10 DevisePt SQL CHAR (3).
         10 StatutPt SQL CHAR (1).
         10 DebitPt PIC 9(12)V99.
         10 CreditPt PIC 9(12)V99.
         10 AutorisePt PIC 9(12)V99.
         10 IbanPt SQL CHAR-VARYING (27).

       01 LigneMouvementPortail.
         10 IdMouvementPt Pic X(36).
         10 CodeBanqueMvPt SQL CHAR (5).
         10 CodeGuichetMvPt SQL CHAR (5).
         10 RacineCompteMvPt SQL CHAR (9).
         10 TypeCompteMvPt SQL CHAR (2).
         10 DateMouvementPt SQL CHAR-VARYING (10).
         10 DateValeurPt SQL CHAR-VARYING (8).
         10 SensPt SQL CHAR (1).
         10 MontantPt PIC 9(12)V99.
         10 CodeOperationPt SQL CHAR (3).
         10 LibelleOperationPt SQL CHAR-VARYING (30).
         10 LibellePt SQL CHAR-VARYING (60).

       01 LigneVirementPortail.
         10 IdVirementPt Pic X(36).
         10 CompteSourcePt Pic X(21).
         10 CompteCiblePt Pic X(21).
         10 MontantVirPt PIC 9(12)V99.
         10 JourDuMoisPt PIC 99.
         10 DateDebutVirPt SQL CHAR-VARYING (8).
         10 DateFinVirPt SQL CHAR-VARYING (8).
         10 StatutVirPt SQL CHAR (1).

       01 LigneMandatPortail.
         10 IdMandatPt Pic X(36).
         10 CompteMandatPt Pic X(21).
         10 IdCreancierPt SQL CHAR-VARYING (20).
         10 ReferenceMandatPt SQL CHAR-VARYING (20).
         10 DateSignaturePt SQL CHAR-VARYING (8).
         10 StatutMandatPt SQL CHAR (1).

      ***** Enregistrements du fichier, separateur ";" en positions fixes *****
       01 LignePtEntete.
         10 Filler Pic X(7) value "ENTETE;".
         10 SequencePtEnt Pic 9(6).
         10 Filler Pic X value ";".
         10 TypeExtractionPtEnt Pic X.
         10 Filler Pic X value ";".
         10 DatePtEnt Pic X(8).
         10 Filler Pic X value ";".
         10 HeurePtEnt Pic X(6).
         10 Filler Pic X value ";".
         10 SequenceAcqPtEnt Pic 9(6).

       01 LignePtClient.
         10 Filler Pic X(4) value "CLI;".
         10 CodeClientPtEd Pic X(36).
         10 Filler Pic X value ";".
         10 NomPtEd Pic X(15).
         10 Filler Pic X value ";".
         10 PrenomPtEd Pic X(15).
         10 Filler Pic X value ";".
         10 AdressePtEd Pic X(40).
         10 Filler Pic X value ";".
         10 CodePostalPtEd Pic X(5).
         10 Filler Pic X value ";".
         10 VillePtEd Pic X(15).
         10 Filler Pic X value ";".
         10 TelephonePtEd Pic X(15).
         10 Filler Pic X value ";".
         10 EmailPtEd Pic X(50).

       01 LignePtCompte.
         10 Filler Pic X(4) value "CPT;".
         10 CodeBanquePtEd Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetPtEd Pic X(5).
         10 Filler Pic X value ";".
         10 RacineComptePtEd Pic X(9).
         10 Filler Pic X value ";".
         10 TypeComptePtEd Pic X(2).
         10 Filler Pic X value ";".
         10 CodeClientCptPtEd Pic X(36).
         10 Filler Pic X value ";".
         10 DevisePtEd Pic X(3).
         10 Filler Pic X value ";".
         10 StatutPtEd Pic X.
         10 Filler Pic X value ";".
         10 DebitPtEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 CreditPtEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 AutorisePtEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 IbanPtEd Pic X(27).

       01 LignePtMouvement.
         10 Filler Pic X(4) value "MVT;".
         10 IdMouvementPtEd Pic X(36).
         10 Filler Pic X value ";".
         10 CodeBanqueMvPtEd Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetMvPtEd Pic X(5).
         10 Filler Pic X value ";".
         10 RacineCompteMvPtEd Pic X(9).
         10 Filler Pic X value ";".
         10 TypeCompteMvPtEd Pic X(2).
         10 Filler Pic X value ";".
         10 DateMouvementPtEd Pic X(8).
         10 Filler Pic X value ";".
         10 DateValeurPtEd Pic X(8).
         10 Filler Pic X value ";".
         10 SensPtEd Pic X.
         10 Filler Pic X value ";".
         10 MontantPtEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 CodeOperationPtEd Pic X(3).
         10 Filler Pic X value ";".
         10 LibelleOperationPtEd Pic X(30).
         10 Filler Pic X value ";".
         10 LibellePtEd Pic X(60).

       01 LignePtVirement.
         10 Filler Pic X(4) value "VIR;".
         10 IdVirementPtEd Pic X(36).
         10 Filler Pic X value ";".
         10 CompteSourcePtEd Pic X(21).
         10 Filler Pic X value ";".
         10 CompteCiblePtEd Pic X(21).
         10 Filler Pic X value ";".
         10 MontantVirPtEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 JourDuMoisPtEd Pic 99.
         10 Filler Pic X value ";".
         10 DateDebutVirPtEd Pic X(8).
         10 Filler Pic X value ";".
         10 DateFinVirPtEd Pic X(8).
         10 Filler Pic X value ";".
         10 StatutVirPtEd Pic X.

       01 LignePtMandat.
         10 Filler Pic X(4) value "MAN;".
         10 IdMandatPtEd Pic X(36).
         10 Filler Pic X value ";".
         10 CompteMandatPtEd Pic X(21).
         10 Filler Pic X value ";".
         10 IdCreancierPtEd Pic X(20).
         10 Filler Pic X value ";".
         10 ReferenceMandatPtEd Pic X(20).
         10 Filler Pic X value ";".
         10 DateSignaturePtEd Pic X(8).
         10 Filler Pic X value ";".
         10 StatutMandatPtEd Pic X.

       01 LignePtTotal.
         10 Filler Pic X(6) value "TOTAL;".
         10 SequencePtTot Pic 9(6).
         10 Filler Pic X value ";".
         10 NbEnregPtTot Pic 9(8).
         10 Filler Pic X value ";".
         10 NbClientsPtTot Pic 9(6).
         10 Filler Pic X value ";".
         10 NbComptesPtTot Pic 9(6).
         10 Filler Pic X value ";".
         10 NbMouvementsPtTot Pic 9(8).
         10 Filler Pic X value ";".
         10 NbVirementsPtTot Pic 9(6).
         10 Filler Pic X value ";".
         10 NbMandatsPtTot Pic 9(6).
         10 Filler Pic X value ";".
         10 TotalMouvementsPtTot Pic 9(14)V99.

      ***** Projection de tresorerie par compte (Editions / rapports option P) : depuis le *****
      ***** solde du jour, applique jour par jour sur N jours les virements permanents actifs *****
      ***** (debit du compte source, credit du compte cible) et les prelevements des mandats *****
      ***** actifs dont l'echeance est connue (montant et jour du dernier prelevement recu). *****
      ***** Pour chaque compte : solde projete le plus bas, sa date et la date du premier *****
      ***** depassement du DecouvertAutorise. Resultats gardes dans ProjectionTresorerie *****
      ***** (remplaces a la relance du jour) puis edites par guichet, depassements en tete. *****
      ***** Mode batch "PROJECTION" + horizon NNN jours facultatif (30 a defaut) *****
       77 GuichetProjPrec pic X(10).
       77 HorizonProj pic 9(3).
       77 HorizonProjDefaut pic 9(3) value 30.
       77 HorizonProjMax pic 9(3) value 365.
       77 CodeBanqueProjSaisi pic X(5).
       77 CodeGuichetProjSaisi pic X(5).
       77 DateJourProj pic X(8).
       77 DebutMoisProj pic X(8).
       77 JourDuJourProj pic 99.
       77 DateCouranteProj pic X(8).
       77 JourCourantProj pic 99.
       77 FinDeMoisProj pic X.
       77 NoJourProj pic 9(3).
       77 Projection-iterator pic 9.
       77 FluxProj-iterator pic 9.
       77 EditionProj-iterator pic 9.
       77 NbComptesProj pic 9(6).
       77 NbDepassementsProj pic 9(6).
       77 NbFluxProj pic 9(3).
       77 MaxFluxProj pic 9(3) value 100.
       77 IndFluxProj pic 9(3).
       77 SoldeProj pic S9(12)V99.
       77 SoldeMiniProj pic S9(12)V99.
       77 DateSoldeMiniProj pic X(8).
       77 DateDepassementProj pic X(8).
       77 LimiteDecouvertProj pic S9(12)V99.
       77 NbLignesProj pic 9(6).
       77 NomFichierProjection pic X(120).

       01 LigneCompteProj.
         10 CodeBanqueProj SQL CHAR (5).
         10 CodeGuichetProj SQL CHAR (5).
         10 RacineCompteProj SQL CHAR (9).
         10 TypeCompteProj SQL CHAR (2).
         10 DebitProj PIC 9(12)V99.
         10 CreditProj PIC 9(12)V99.
         10 DecouvertProj PIC 9(6)V99.
         10 NomClientProj SQL CHAR-VARYING (15).
         10 SoldeActuelProj PIC S9(12)V99.

      ***** Echeances connues du compte : sens, montant, jour du mois, periode de validite, *****
      ***** et rattrapage (ordre du ce mois-ci pas encore execute : passe des demain) *****
       01 LigneFluxProj.
         10 SensFluxLu SQL CHAR (1).
         10 MontantFluxLu PIC 9(12)V99.
         10 JourFluxLu PIC 99.
         10 DebutFluxLu SQL CHAR-VARYING (8).
         10 FinFluxLu SQL CHAR-VARYING (8).
         10 RattrapageFluxLu SQL CHAR (1).

       01 TableFluxProj occurs 100.
         10 SensFlux pic X.
         10 MontantFlux pic 9(12)V99.
         10 JourFlux pic 99.
         10 DebutFlux pic X(8).
         10 FinFlux pic X(8).
         10 RattrapageFlux pic X.

       01 LigneProjEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(5).
         10 Filler Pic X(40) value "PROJECTION DE TRESORERIE PAR COMPTE".
         10 Filler Pic X(10) value "Horizon : ".
         10 HorizonProjEd Pic ZZ9.
         10 Filler Pic X(8) value " jours".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneProjEntete7.
         10 Filler Pic X.
         10 Filler Pic X(7) value "Banque".
         10 Filler Pic X(7) value "Guich.".
         10 Filler Pic X(13) value "Compte".
         10 Filler Pic X(15) value "Client".
         10 Filler Pic X(14) value "  Solde actuel".
         10 Filler Pic X(15) value "     Solde mini".
         10 Filler Pic X(11) value "  au".
         10 Filler Pic X(10) value " Decouvert".
         10 Filler Pic X(13) value "  Depassement".

       01 LigneProjDetail.
         10 Filler Pic X.
         10 CodeBanqueProjEd Pic X(5).
         10 Filler Pic X(2).
         10 CodeGuichetProjEd Pic X(5).
         10 Filler Pic X(2).
         10 RacineCompteProjEd Pic X(9).
         10 Filler Pic X.
         10 TypeCompteProjEd Pic X(2).
         10 Filler Pic X.
         10 NomClientProjEd Pic X(15).
         10 SoldeActuelProjEd Pic -Z(9)9,99.
         10 Filler Pic X.
         10 SoldeMiniProjEd Pic -Z(9)9,99.
         10 Filler Pic X(2).
         10 DateSoldeMiniProjEd Pic X(8).
         10 Filler Pic X.
         10 DecouvertProjEd Pic Z(6)9,99.
         10 Filler Pic X(2).
         10 DateDepassementProjEd Pic X(8).

       01 LigneProjTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(20) value "Comptes projetes :".
         10 NbComptesProjEd Pic ZZZZZ9.
         10 Filler Pic X(25) value "  Depassements prevus :".
         10 NbDepassementsProjEd Pic ZZZZZ9.

      ***** Alertes clients (SMS / email) : abonnements par compte (table AbonnementAlerte : *****
      ***** type SOL solde sous un seuil, DEB debit unitaire au-dela d'un montant, DEC passage *****
      ***** en decouvert, MAN premier prelevement d'un nouveau mandat ; canal S SMS ou E email ; *****
      ***** statut A actif / X resilie ; EtatAlerte D tant que la situation SOL/DEC signalee *****
      ***** dure). Le batch "ALERTES" evalue les abonnements et ecrit le fichier de *****
      ***** notifications du prestataire de messagerie ; chaque envoi est journalise dans *****
      ***** AlerteEnvoyee avec sa cle d'evenement, qui garantit un seul envoi par evenement *****
       77 Alertes-iterator pic 9.
       77 AbonnementsAl-iterator pic 9.
       77 OptionAlertes pic X.
       77 MaxAbonnementsAl pic 99.
       77 NoAbonnementSaisi pic 99.
       77 NoLigneAbonnementAl pic 99.
       77 BoucleurAbonnementsAl pic 9.
       77 TypeAlerteSaisi pic X(3).
       77 CanalAlerteSaisi pic X.
       77 SeuilAlerteSaisi pic 9(9)V99.
       77 DateJourAlertes pic X(8).
       77 NbAlertesEnvoyees pic 9(6).
       77 NbAlertesSansContact pic 9(6).
       77 NbLignesNotifications pic 9(6).
       77 NomFichierNotifications pic X(120).
       77 DestinataireAlerte pic X(50).
       77 MessageAlerte pic X(120).
       77 AlerteEmise pic X.
       77 MontantAlerteEd pic Z(9)9,99.
       77 SoldeAlerte pic S9(12)V99.
       77 SoldeAlerteEd pic -Z(9)9,99.

       01 LigneAbonnementAl.
         10 IdAbonnementAl PIC X(36).
         10 CodeBanqueAl SQL CHAR (5).
         10 CodeGuichetAl SQL CHAR (5).
         10 RacineCompteAl SQL CHAR (9).
         10 TypeCompteAl SQL CHAR (2).
         10 TypeAlerteAl SQL CHAR (3).
         10 SeuilAl PIC 9(12)V99.
         10 CanalAl SQL CHAR (1).
         10 EtatAlerteAl SQL CHAR (1).
         10 CodeClientAl PIC X(36).
         10 TelephoneAl SQL CHAR-VARYING (15).
         10 EmailAl SQL CHAR-VARYING (50).
         10 DebitAl PIC 9(12)V99.
         10 CreditAl PIC 9(12)V99.
         10 CleEvenementAl SQL CHAR-VARYING (60).
         10 MontantEvenementAl PIC 9(12)V99.
         10 LibelleEvenementAl SQL CHAR-VARYING (60).

       01 LigneAbonnementAlEcran occurs 15.
         10 IdAbonnementEcran Pic X(36).

       01 LigneNotification.
         10 CanalNotif Pic X.
         10 Filler Pic X value ";".
         10 DestinataireNotif Pic X(50).
         10 Filler Pic X value ";".
         10 CodeClientNotif Pic X(36).
         10 Filler Pic X value ";".
         10 CodeBanqueNotif Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetNotif Pic X(5).
         10 Filler Pic X value ";".
         10 RacineCompteNotif Pic X(9).
         10 Filler Pic X value ";".
         10 TypeCompteNotif Pic X(2).
         10 Filler Pic X value ";".
         10 TypeAlerteNotif Pic X(3).
         10 Filler Pic X value ";".
         10 MessageNotif Pic X(120).

      ***** Releves electroniques des clients entreprises (Editions / rapports option E) : *****
      ***** abonnement par compte (table AbonnementReleveElec : format C camt.053 ou M MT940, *****
      ***** frequence J quotidienne ou M mensuelle, dernier numero de sequence, statut A / X). *****
      ***** Le batch "RELEVESELEC" + date AAAAMMJJ facultative (jour releve, date du jour a *****
      ***** defaut) produit un fichier par releve du : soldes d'ouverture et de cloture, *****
      ***** mouvements avec date de comptabilisation, date de valeur et code operation *****
      ***** transpose, IBAN/BIC du compte, numero de sequence par abonnement. Chaque releve *****
      ***** envoye est garde dans ReleveElectronique et peut etre rejoue a l'identique *****
       77 RelevesElec-iterator pic 9.
       77 GestionRelevesElec-iterator pic 9.
       77 MvtElec-iterator pic 9.
       77 OptionRelevesElec pic X.
       77 MaxAbonnementsElec pic 99.
       77 NoAbonnementElecSaisi pic 99.
       77 NoLigneAbonnementElec pic 99.
       77 BoucleurAbonnementsElec pic 9.
       77 FormatElecSaisi pic X.
       77 FrequenceElecSaisie pic X.
       77 NumeroSequenceSaisi pic 9(6).
       77 DateJourElec pic X(8).
       77 FinDeMoisElec pic X.
       77 NbJoursMoisElec pic 99.
       77 DateDebutElec pic X(8).
       77 DateFinElec pic X(8).
       77 DateBasePhotoElec pic X(8).
       77 SoldeBasePhotoElec pic S9(12)V99.
       77 SoldeOuvertureElec pic S9(12)V99.
       77 SoldeClotureElec pic S9(12)V99.
       77 NbMouvementsElec pic 9(6).
       77 NbRelevesElecProduits pic 9(6).
       77 NbLignesReleveElec pic 9(6).
       77 NomFichierReleveElec pic X(120).
       77 LigneElec pic X(255).
       77 MontantElec pic S9(12)V99.
       77 MontantElecAbs pic 9(12)V99.
       77 MontantElecEntier pic 9(12).
       77 MontantElecEntierEd pic Z(11)9.
       77 MontantElecCentimes pic 99.
       77 NbEspacesElec pic 99.
       77 SeparateurElec pic X.
       77 MontantElecTexte pic X(20).
       77 SensSoldeElec pic X.
       77 IndicateurSoldeElec pic X(4).
       77 DateIsoElec pic X(10).
       77 DateIsoComptaElec pic X(10).
       77 CodeSwiftElec pic X(4).
       77 DomaineElec pic X(4).
       77 FamilleElec pic X(4).
       77 SousFamilleElec pic X(4).
       77 ReferenceElec pic X(16).

       01 LigneAbonnementElec.
         10 IdAbonnementElec PIC X(36).
         10 CodeBanqueElec SQL CHAR (5).
         10 CodeGuichetElec SQL CHAR (5).
         10 RacineCompteElec SQL CHAR (9).
         10 TypeCompteElec SQL CHAR (2).
         10 FormatElec SQL CHAR (1).
         10 FrequenceElec SQL CHAR (1).
         10 NumeroSequenceElec PIC 9(6).
         10 IbanElec SQL CHAR-VARYING (27).
         10 BicElec SQL CHAR-VARYING (8).
         10 DeviseElec SQL CHAR (3).

       01 LigneMouvementElec.
         10 DateMouvementElec SQL CHAR-VARYING (10).
         10 DateValeurElec SQL CHAR-VARYING (8).
         10 SensElec SQL CHAR (1).
         10 MontantMvtElec PIC 9(12)V99.
         10 LibelleElec SQL CHAR-VARYING (60).
         10 LgLibelleMvtElec PIC 99.
         10 CodeOperationElec SQL CHAR (3).

       01 LigneAbonnementElecEcran occurs 15.
         10 IdAbonnementElecEcran Pic X(36).

      ***** Virements SEPA recus des autres banques (sous-menu Exploitation, option R) : *****
      ***** fichier interbancaire, une ligne par virement (IBAN credite;nom du donneur *****
      ***** d'ordre;IBAN du donneur;BIC du donneur;montant en centimes;reference;date de *****
      ***** reglement AAAAMMJJ). Chaque ligne est rapprochee sur l'IBAN de Compte : compte *****
      ***** ouvert trouve, credit direct (code VRE, nom du donneur et reference au libelle) ; *****
      ***** IBAN inconnu, compte clos ou bloque, compte en devise : la ligne part en compte *****
      ***** d'attente. Toute ligne recue est gardee dans la table VirementRecu (statut C *****
      ***** credite, A en attente, F affecte, R a renvoyer, E renvoye) ; un virement deja *****
      ***** recu (meme donneur, reference, montant et date de reglement) est ignore. Les *****
      ***** suspens sont affectes ou renvoyes a l'ecran (option S), les renvois partent dans *****
      ***** la remise SEPA suivante (lignes RETOUR). Mode batch "VIRRECUS" ; balance agee *****
      ***** des suspens en Editions / rapports option G, mode batch "SUSPENS" *****
       77 ImportVirRecus-iterator pic 9.
       77 NoLigneVirRecu pic 9(6).
       77 NbVirRecusCredites pic 9(6).
       77 NbVirRecusAttente pic 9(6).
       77 NbVirRecusRejetes pic 9(6).
       77 LigneVirRecuValide pic X.
       77 MotifRejetVirRecu pic X(40).
       77 MontantCentimesVirRecu pic 9(12).
       77 NbVirRecuDejaRecu pic 9(6).
       77 DateJourVirRecu pic X(8).
       77 DeviseCompteVirRecu SQL CHAR (3).
       77 TotalCreditesVirRecu pic 9(12)V99.
       77 TotalAttenteVirRecu pic 9(12)V99.
       77 NomFichierRapportVirRecus pic X(120).
       77 NbLignesRapportVirRecus pic 9(6).
       77 GestionSuspens-iterator pic 9.
       77 OptionSuspens pic X.
       77 MaxSuspens pic 99.
       77 NoSuspensSaisi pic 99.
       77 NoLigneSuspens pic 99.
       77 BoucleurSuspens pic 9.
       77 NbRenvoisVirRecus pic 9(6).
       77 Anciennete-iterator pic 9.
       77 NomFichierAncienneteSuspens pic X(120).
       77 NbLignesAnciennete pic 9(6).
       77 NbSuspensEdites pic 9(6).
       77 TrancheAnciennete pic 9.
       77 TotalSuspensAnciennete pic 9(12)V99.
       77 SuspensTrouve pic X.
       77 MontantSuspensEd pic Z(9)9,99.

      ***** Compte d'attente des virements recus, tenu au referentiel Compte et designe par *****
      ***** les parametres SUSPENSBANQUE, SUSPENSGUICHET et SUSPENSCOMPTE (racine + type) : *****
      ***** credite a la mise en attente, debite a l'affectation et au renvoi, son solde *****
      ***** egale le total des suspens au statut A *****
       77 CompteSuspensTrouve pic X.
       77 NbCompteSuspens pic 9(6).
       77 BanqueSuspensNum pic 9(5).
       77 GuichetSuspensNum pic 9(5).
       77 CompteSuspensNum pic 9(11).
       77 CodeBanqueSuspens SQL CHAR-VARYING (5).
       77 CodeGuichetSuspens SQL CHAR-VARYING (5).
       77 RacineCompteSuspens SQL CHAR-VARYING (9).
       77 TypeCompteSuspens SQL CHAR-VARYING (2).

       01 LigneVirRecu.
         10 IdVirRecu PIC X(36).
         10 IbanCrediteurVr SQL CHAR (34).
         10 NomDonneurVr SQL CHAR (35).
         10 IbanDonneurVr SQL CHAR (34).
         10 BicDonneurVr SQL CHAR (11).
         10 MontantVr PIC 9(12)V99.
         10 ReferenceVr SQL CHAR (35).
         10 DateReglementVr SQL CHAR (8).
         10 DateReceptionVr SQL CHAR (8).
         10 StatutVr SQL CHAR (1).
         10 MotifAttenteVr SQL CHAR (40).
         10 JoursAttenteVr PIC 9(5).

       01 LigneSuspensEcran occurs 15.
         10 IdSuspensEcran Pic X(36).

      ***** Cumul de la balance agee par tranche : 0-7, 8-30, 31-90, plus de 90 jours *****
       01 TableTranchesAnciennete occurs 4.
         10 NbSuspensTranche Pic 9(6).
         10 MontantSuspensTranche Pic 9(12)V99.

      ***** Ligne de renvoi au donneur d'ordre d'un virement recu non affecte *****
       01 LigneSepaRetour.
         10 Filler Pic X(9) value "RETOUR   ".
         10 IdRetourSepa Pic X(36).
         10 Filler Pic X.
         10 IbanRetourSepa Pic X(34).
         10 Filler Pic X.
         10 BicRetourSepa Pic X(11).
         10 Filler Pic X.
         10 NomRetourSepa Pic X(35).
         10 Filler Pic X.
         10 MontantRetourSepa Pic 9(12)V99.
         10 Filler Pic X.
         10 ReferenceRetourSepa Pic X(35).

       01 LigneSepaTotalRet.
         10 Filler Pic X(9) value "TOTALRET ".
         10 NbRetSepaEd Pic 9(6).

       01 LigneRapportVirRecEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(11).
         10 Filler Pic X(52) value "VIREMENTS SEPA RECUS - RAPPROCHEMENT SUR IBAN".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneRapportVirRecEntete7.
         10 Filler Pic X(8) value " Ligne".
         10 Filler Pic X(35) value "IBAN credite".
         10 Filler Pic X(26) value "Donneur d'ordre".
         10 Filler Pic X(15) value "      Montant".
         10 Filler Pic X(40) value "Resultat".

       01 LigneRapportVirRecDetail.
         10 Filler Pic X.
         10 NoLigneVirRecEd Pic ZZZZZ9.
         10 Filler Pic X.
         10 IbanVirRecEd Pic X(34).
         10 Filler Pic X.
         10 NomVirRecEd Pic X(25).
         10 Filler Pic X.
         10 MontantVirRecEd Pic Z(9)9,99.
         10 Filler Pic X(2).
         10 ResultatVirRecEd Pic X(40).

       01 LigneRapportVirRecTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(10) value "Credites :".
         10 NbCreditesVirRecEd Pic ZZZZZ9.
         10 Filler Pic X.
         10 TotalCreditesVirRecEd Pic Z(9)9,99.
         10 Filler Pic X(16) value "   En attente :".
         10 NbAttenteVirRecEd Pic ZZZZZ9.
         10 Filler Pic X.
         10 TotalAttenteVirRecEd Pic Z(9)9,99.
         10 Filler Pic X(13) value "   Ignores :".
         10 NbRejetesVirRecEd Pic ZZZZZ9.

       01 LigneAncienneteEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(11).
         10 Filler Pic X(52) value "BALANCE AGEE DES VIREMENTS RECUS EN ATTENTE".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneAncienneteEntete7.
         10 Filler Pic X(10) value " Recu le".
         10 Filler Pic X(7) value "Jours".
         10 Filler Pic X(35) value "IBAN credite".
         10 Filler Pic X(26) value "Donneur d'ordre".
         10 Filler Pic X(15) value "      Montant".
         10 Filler Pic X(4) value "St".
         10 Filler Pic X(30) value "Motif".

       01 LigneAncienneteDetail.
         10 Filler Pic X.
         10 DateReceptionAncEd Pic X(8).
         10 Filler Pic X.
         10 JoursAncEd Pic ZZZZ9.
         10 Filler Pic X(2).
         10 IbanAncEd Pic X(34).
         10 Filler Pic X.
         10 NomAncEd Pic X(25).
         10 Filler Pic X.
         10 MontantAncEd Pic Z(9)9,99.
         10 Filler Pic X(2).
         10 StatutAncEd Pic X.
         10 Filler Pic X(3).
         10 MotifAncEd Pic X(30).

       01 LigneAncienneteTranche.
         10 Filler Pic X(2).
         10 LibelleTrancheAncEd Pic X(14).
         10 Filler Pic X(2).
         10 NbTrancheAncEd Pic ZZZZZ9.
         10 Filler Pic X(12) value " virements  ".
         10 MontantTrancheAncEd Pic Z(9)9,99.

      ***** Arrete de cloture d'un compte (passage au statut C depuis la fiche client) : *****
      ***** agios et interets crediteurs au prorata des jours ecoules depuis le dernier *****
      ***** batch AGIOS / INTERETS, frais du mois au prorata si la facturation du mois *****
      ***** n'est pas encore passee, puis transfert du solde net vers un autre compte du *****
      ***** client ou vers un IBAN externe (VirementExterne). Refus tant que des cheques *****
      ***** sont en circulation (formules non restituees) ou qu'un mandat est actif. Releve *****
      ***** de cloture catalogue, lettre CLO et trace dans la table ClotureCompte *****
       77 ArreteClo-OK pic X.
       77 CodeBanqueClo SQL CHAR-VARYING (5).
       77 CodeGuichetClo SQL CHAR-VARYING (5).
       77 RacineCompteClo SQL CHAR-VARYING (9).
       77 TypeCompteClo SQL CHAR-VARYING (2).
       77 CodeClientClo pic X(36).
       77 DeviseCompteClo SQL CHAR (3).
       77 SoldeAvantClo pic S9(12)V99.
       77 SoldeNetClo pic S9(12)V99.
       77 SoldeOuvertureClo pic S9(12)V99.
       77 MontantTransfereClo pic 9(12)V99.
       77 AgiosClo pic 9(12)V99.
       77 InteretsClo pic 9(12)V99.
       77 FraisClo pic 9(12)V99.
       77 FraisMensuelsClo pic 9(12)V99.
       77 TauxMensuelClo pic 9(3)V9(6).
       77 JoursAgiosClo pic 9(5).
       77 JoursInteretsClo pic 9(5).
       77 DateDernierAgiosClo pic X(8).
       77 DateDernierInteretsClo pic X(8).
       77 DateJourClo pic X(8).
       77 DateDebutRelClo pic X(8).
       77 JourDuMoisClo pic 99.
       77 MoisCloture SQL CHAR (6).
       77 NbPretsActifsClo pic 9(6).
       77 NbMandatsActifsClo pic 9(6).
       77 NbFormulesClo pic 9(9).
       77 NbChequesPayesClo pic 9(9).
       77 NbChequesOpposesClo pic 9(9).
       77 NbChequesCirculationClo pic S9(9).
       77 NbRunsTarifClo pic 9(6).
       77 ProduitSansInteretsClo pic 9(6).
       77 RestitutionChequierClo pic X.
       77 TypeDestinationClo pic X.
       77 ConfirmationClo pic X.
       77 CodeBanqueDestClo SQL CHAR (5).
       77 CodeGuichetDestClo SQL CHAR (5).
       77 RacineCompteDestClo SQL CHAR (9).
       77 TypeCompteDestClo SQL CHAR (2).
       77 CodeClientDestClo pic X(36).
       77 StatutDestClo SQL CHAR (1).
       77 DeviseDestClo SQL CHAR (3).
       77 SoldeDestClo pic S9(12)V99.
       77 DestinationClo pic X(40).
       77 NomFichierReleveCloture pic X(120).
       77 NbLignesReleveClo pic 9(6).
       77 SoldeCourantClo pic S9(12)V99.
       77 BoucleurReleveClo pic 9.
       77 MontantCloEd pic -Z(9)9,99.
       77 JoursCloEd pic ZZZZ9.
       77 NbChequesCloEd pic Z(8)9.

       01 LigneReleveCloEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(11).
         10 Filler Pic X(52) value "RELEVE DE CLOTURE DE COMPTE".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneReleveCloClient1.
         10 Filler Pic X(45).
         10 NomClientClo Pic X(15).
         10 Filler Pic X.
         10 PrenomClientClo Pic X(15).

       01 LigneReleveCloClient2.
         10 Filler Pic X(45).
         10 AdresseClientClo Pic X(40).

       01 LigneReleveCloClient3.
         10 Filler Pic X(45).
         10 CodePostalClientClo Pic X(5).
         10 Filler Pic X.
         10 VilleClientClo Pic X(15).

       01 LigneReleveCloCompte.
         10 Filler Pic X(10) value " Compte : ".
         10 CodeBanqueRelClo Pic X(5).
         10 Filler Pic X.
         10 CodeGuichetRelClo Pic X(5).
         10 Filler Pic X.
         10 RacineCompteRelClo Pic X(9).
         10 Filler Pic X.
         10 TypeCompteRelClo Pic X(2).
         10 Filler Pic X(4).
         10 DeviseRelClo Pic X(3).
         10 Filler Pic X(16) value "   Clos le : ".
         10 DateClotureRelClo Pic X(8).

       01 LigneReleveCloSolde.
         10 Filler Pic X.
         10 LibelleSoldeRelClo Pic X(40).
         10 MontantSoldeRelClo Pic -Z(9)9,99.

       01 LigneReleveCloEntete4.
         10 Filler Pic X(80) value all "-".

       01 LigneReleveCloEntete7.
         10 Filler Pic X(12) value " Date".
         10 Filler Pic X(41) value "Libelle".
         10 Filler Pic X(14) value "        Debit".
         10 Filler Pic X(14) value "       Credit".

       01 LigneReleveCloDetail.
         10 Filler Pic X.
         10 DateMvtRelClo Pic X(10).
         10 Filler Pic X.
         10 LibelleMvtRelClo Pic X(40).
         10 Filler Pic X.
         10 DebitMvtRelClo Pic Z(9)9,99.
         10 Filler Pic X.
         10 CreditMvtRelClo Pic Z(9)9,99.

       01 LigneReleveCloArrete.
         10 Filler Pic X(3).
         10 LibelleArreteRelClo Pic X(38).
         10 MontantArreteRelClo Pic -Z(9)9,99.
         10 Filler Pic X(2).
         10 DetailArreteRelClo Pic X(40).

      ***** Changement de domiciliation d'un compte (sous-menu Exploitation, option G) : *****
      ***** le compte passe a un autre guichet de la meme banque, nouvelle cle RIB et *****
      ***** nouvel IBAN/BIC, historique, titulaires, ordres permanents, mandats, chequiers *****
      ***** et cartes suivent le compte. L'ancien RIB est garde dans CorrespondanceRib : *****
      ***** pendant la periode de transition (parametre MOISTRANSITIONRIB, 13 mois par *****
      ***** defaut) les operations, cheques et virements recus qui citent encore l'ancien *****
      ***** RIB ou l'ancien IBAN sont rediriges sur le compte. Lettre DOM au titulaire *****
       77 Domiciliation-OK pic X.
       77 CodeBanqueDom SQL CHAR-VARYING (5).
       77 CodeGuichetDom SQL CHAR-VARYING (5).
       77 RacineCompteDom SQL CHAR-VARYING (9).
       77 TypeCompteDom SQL CHAR-VARYING (2).
       77 NouveauGuichetDom SQL CHAR (5).
       77 NomNouveauGuichetDom SQL CHAR-VARYING (30).
       77 AncienneCleRibDom SQL CHAR-VARYING (2).
       77 AncienIbanDom SQL CHAR-VARYING (27).
       77 StatutCompteDom SQL CHAR (1).
       77 NomClientDom SQL CHAR-VARYING (15).
       77 PrenomClientDom SQL CHAR-VARYING (15).
       77 NbCompteDomTrouve pic 9(6).
       77 MoisTransitionRib pic 9(3).
       77 DateFinTransitionRib SQL CHAR (8).
       77 ConfirmationDom pic X.

      ***** Redirection d'un ancien RIB / ancien IBAN vers le compte domicilie ailleurs *****
       77 RibRedirige pic X.
       77 IbanRibRecherche SQL CHAR-VARYING (34).
       77 CodeBanqueRibRedirige SQL CHAR-VARYING (5).
       77 CodeGuichetRibRedirige SQL CHAR-VARYING (5).
       77 RacineCompteRibRedirige SQL CHAR-VARYING (9).
       77 TypeCompteRibRedirige SQL CHAR-VARYING (2).

      ***** Echange automatique d'informations fiscales (editions reglementaires, option 7 ; *****
      ***** mode batch "FATCACRS" + annee AAAA facultative, annee precedente par defaut) : *****
      ***** clients declarables FATCA (nationalite ou residence fiscale US) et CRS (residence *****
      ***** fiscale hors France et hors US), une ligne par compte detenu dans l'annee avec *****
      ***** le solde au 31/12 (photo SoldeMensuel verifiee puis rejeu des mouvements) et les *****
      ***** interets INT credites dans l'annee. Liste des indices manquants ou contradictoires *****
      ***** (adresse a l'etranger et residence France, personne US sans TIN, telephone *****
      ***** americain, auto-certification absente ou incoherente) *****
       77 DeclEai-iterator pic 9.
       77 IndicesEai-iterator pic 9.
       77 AnneeEai pic X(4).
       77 AnneeCalculEai pic 9(4).
       77 DateDebutEai pic X(8).
       77 DateFinEai pic X(8).
       77 NbComptesEai pic 9(6).
       77 NbLignesFatca pic 9(6).
       77 NbLignesCrs pic 9(6).
       77 NbClientsIndicesEai pic 9(6).
       77 NbIndicesEai pic 9(6).
       77 NbLignesIndicesEai pic 9(6).
       77 TotalSoldesEai pic 9(14)V99.
       77 TotalInteretsEai pic 9(14)V99.
       77 SoldeFinAnneeEai pic 9(12)V99.
       77 InteretsAnneeEai pic 9(12)V99.
       77 PersonneUsEai pic X.
       77 ResidenceEtrangereEai pic X.
       77 IndiceEtrangerEai pic X.
       77 IndicesClientEai pic 9(3).
       77 MotifIndiceEai pic X(50).
       77 NomFichierDeclarationEai pic X(120).
       77 NomFichierIndicesEai pic X(120).

       01 LigneDeclEaiCourante.
         10 CodeClientEai PIC X(36).
         10 NomEai SQL CHAR-VARYING (15).
         10 PrenomEai SQL CHAR-VARYING (15).
         10 AdresseEai SQL CHAR-VARYING (40).
         10 CodePostalEai SQL CHAR-VARYING (5).
         10 VilleEai SQL CHAR-VARYING (15).
         10 TelephoneEai SQL CHAR-VARYING (15).
         10 NationaliteEai SQL CHAR (2).
         10 PaysAdresseEai SQL CHAR (2).
         10 PaysResidenceEai SQL CHAR (2).
         10 NifEai SQL CHAR-VARYING (20).
         10 StatutCertifEai SQL CHAR (1).
         10 DateCertifEai SQL CHAR (8).
         10 IbanEai SQL CHAR-VARYING (27).
         10 DeviseEai SQL CHAR (3).
         10 DateClotureEai SQL CHAR-VARYING (8).

      ***** Enregistrement du fichier de declaration : FATCA ou CRS, titulaire, residence, *****
      ***** compte, solde au 31/12 et interets de l'annee *****
       01 LigneDeclarationEai.
         10 RegimeEaiEd Pic X(5).
         10 Filler Pic X value ";".
         10 AnneeDeclEaiEd Pic X(4).
         10 Filler Pic X value ";".
         10 CodeClientDeclEaiEd Pic X(36).
         10 Filler Pic X value ";".
         10 NomDeclEaiEd Pic X(15).
         10 Filler Pic X value ";".
         10 PrenomDeclEaiEd Pic X(15).
         10 Filler Pic X value ";".
         10 AdresseDeclEaiEd Pic X(40).
         10 Filler Pic X value ";".
         10 CodePostalDeclEaiEd Pic X(5).
         10 Filler Pic X value ";".
         10 VilleDeclEaiEd Pic X(15).
         10 Filler Pic X value ";".
         10 PaysAdresseDeclEaiEd Pic X(2).
         10 Filler Pic X value ";".
         10 NationaliteDeclEaiEd Pic X(2).
         10 Filler Pic X value ";".
         10 PaysResidenceDeclEaiEd Pic X(2).
         10 Filler Pic X value ";".
         10 NifDeclEaiEd Pic X(20).
         10 Filler Pic X value ";".
         10 IbanDeclEaiEd Pic X(27).
         10 Filler Pic X value ";".
         10 DeviseDeclEaiEd Pic X(3).
         10 Filler Pic X value ";".
         10 SoldeDeclEaiEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 InteretsDeclEaiEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 ClotureDeclEaiEd Pic X(4).

       01 LigneDeclarationEaiTotal.
         10 Filler Pic X(6) value "TOTAL;".
         10 AnneeTotEaiEd Pic X(4).
         10 Filler Pic X value ";".
         10 NbFatcaTotEaiEd Pic 9(6).
         10 Filler Pic X value ";".
         10 NbCrsTotEaiEd Pic 9(6).
         10 Filler Pic X value ";".
         10 TotalSoldesTotEaiEd Pic 9(14)V99.
         10 Filler Pic X value ";".
         10 TotalInteretsTotEaiEd Pic 9(14)V99.

       01 LigneIndicesEaiEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(11).
         10 Filler Pic X(52) value "FATCA / CRS - INDICES MANQUANTS OU CONTRADICTOIRES".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneIndicesEaiEntete7.
         10 Filler Pic X(32) value " Client".
         10 Filler Pic X(5) value "Nat".
         10 Filler Pic X(5) value "Adr".
         10 Filler Pic X(5) value "Res".
         10 Filler Pic X(4) value "AC".
         10 Filler Pic X(50) value "Indice".

       01 LigneIndicesEaiDetail.
         10 Filler Pic X.
         10 NomIndiceEaiEd Pic X(15).
         10 Filler Pic X.
         10 PrenomIndiceEaiEd Pic X(15).
         10 Filler Pic X.
         10 NationaliteIndiceEaiEd Pic X(2).
         10 Filler Pic X(3).
         10 PaysAdresseIndiceEaiEd Pic X(2).
         10 Filler Pic X(3).
         10 PaysResidenceIndiceEaiEd Pic X(2).
         10 Filler Pic X(3).
         10 StatutCertifIndiceEaiEd Pic X.
         10 Filler Pic X(3).
         10 MotifIndiceEaiEd Pic X(50).

       01 LigneIndicesEaiTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(20) value "Clients concernes :".
         10 NbClientsIndicesEaiEd Pic ZZZZZ9.
         10 Filler Pic X(13) value "   Indices :".
         10 NbIndicesEaiEd Pic ZZZZZ9.

      ***** Fichier vue unique du deposant pour le fonds de garantie des depots (editions *****
      ***** reglementaires, option 8 ; mode batch "FGDR") : un enregistrement par deposant *****
      ***** avec ses soldes crediteurs eligibles cumules en euros (taux TauxChange), les *****
      ***** comptes joints repartis a parts egales entre titulaires et co-titulaires (hors *****
      ***** procurations), les produits non eligibles du catalogue ecartes, et la part *****
      ***** garantie plafonnee (parametre PLAFONDFGDR, 100 000 EUR par defaut). Etat de *****
      ***** controle des totaux catalogue a cote du fichier *****
       77 Fgdr-iterator pic 9.
       77 DateArreteFgdr pic X(8).
       77 PlafondFgdr pic 9(12)V99.
       77 CodeDeposantPrecedent pic X(36).
       77 NbComptesLusFgdr pic 9(6).
       77 NbComptesExclusFgdr pic 9(6).
       77 NbComptesJointsFgdr pic 9(6).
       77 NbComptesDebiteursFgdr pic 9(6).
       77 NbDeposantsFgdr pic 9(6).
       77 NbDeposantsPlafondFgdr pic 9(6).
       77 NbLignesControleFgdr pic 9(6).
       77 NbComptesDeposantFgdr pic 9(4).
       77 SoldeCompteFgdr pic S9(12)V99.
       77 SoldeEurFgdr pic S9(12)V99.
       77 PartDeposantFgdr pic 9(12)V99.
       77 TotalDeposantFgdr pic 9(14)V99.
       77 GarantiDeposantFgdr pic 9(14)V99.
       77 NonGarantiDeposantFgdr pic 9(14)V99.
       77 TotalComptesEligiblesFgdr pic 9(14)V99.
       77 TotalComptesExclusFgdr pic 9(14)V99.
       77 TotalDeposantsFgdr pic 9(14)V99.
       77 TotalGarantiFgdr pic 9(14)V99.
       77 TotalNonGarantiFgdr pic 9(14)V99.
       77 EcartArrondiFgdr pic S9(14)V99.
       77 NomFichierFgdr pic X(120).
       77 NomFichierControleFgdr pic X(120).

      ***** Une ligne par couple deposant / compte : titulaire du Compte et liens *****
      ***** TitulaireCompte autres que procuration *****
       01 LigneFgdrCourante.
         10 CodeDeposantFgdr PIC X(36).
         10 CodeBanqueFgdr SQL CHAR (5).
         10 CodeGuichetFgdr SQL CHAR (5).
         10 RacineCompteFgdr SQL CHAR (9).
         10 TypeCompteFgdr SQL CHAR (2).
         10 DeviseFgdr SQL CHAR (3).
         10 DebitFgdr PIC 9(6)V99.
         10 CreditFgdr PIC 9(6)V99.
         10 NbTitulairesFgdr PIC 9(4).
         10 EligibleFgdr SQL CHAR (1).
         10 TitulairePrincipalFgdr SQL CHAR (1).

       01 IdentiteDeposantFgdr.
         10 NomDeposantFgdr SQL CHAR-VARYING (15).
         10 PrenomDeposantFgdr SQL CHAR-VARYING (15).
         10 AdresseDeposantFgdr SQL CHAR-VARYING (40).
         10 CodePostalDeposantFgdr SQL CHAR-VARYING (5).
         10 VilleDeposantFgdr SQL CHAR-VARYING (15).
         10 PaysDeposantFgdr SQL CHAR (2).
         10 IntituleDeposantFgdr SQL CHAR-VARYING (5).

      ***** Enregistrement du fichier reglementaire : deposant, nombre de comptes, total *****
      ***** eligible, part garantie et part non garantie en euros *****
       01 LigneFgdrDeposant.
         10 Filler Pic X(4) value "VUC;".
         10 DateArreteFgdrEd Pic X(8).
         10 Filler Pic X value ";".
         10 CodeDeposantFgdrEd Pic X(36).
         10 Filler Pic X value ";".
         10 NomFgdrEd Pic X(15).
         10 Filler Pic X value ";".
         10 PrenomFgdrEd Pic X(15).
         10 Filler Pic X value ";".
         10 IntituleFgdrEd Pic X(5).
         10 Filler Pic X value ";".
         10 AdresseFgdrEd Pic X(40).
         10 Filler Pic X value ";".
         10 CodePostalFgdrEd Pic X(5).
         10 Filler Pic X value ";".
         10 VilleFgdrEd Pic X(15).
         10 Filler Pic X value ";".
         10 PaysFgdrEd Pic X(2).
         10 Filler Pic X value ";".
         10 NbComptesFgdrEd Pic 9(4).
         10 Filler Pic X value ";".
         10 TotalEligibleFgdrEd Pic 9(14)V99.
         10 Filler Pic X value ";".
         10 GarantiFgdrEd Pic 9(14)V99.
         10 Filler Pic X value ";".
         10 NonGarantiFgdrEd Pic 9(14)V99.

       01 LigneFgdrTotal.
         10 Filler Pic X(6) value "TOTAL;".
         10 DateArreteTotFgdrEd Pic X(8).
         10 Filler Pic X value ";".
         10 NbDeposantsTotFgdrEd Pic 9(6).
         10 Filler Pic X value ";".
         10 TotalEligibleTotFgdrEd Pic 9(14)V99.
         10 Filler Pic X value ";".
         10 GarantiTotFgdrEd Pic 9(14)V99.
         10 Filler Pic X value ";".
         10 NonGarantiTotFgdrEd Pic 9(14)V99.

       01 LigneControleFgdrEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(11).
         10 Filler Pic X(52) value "FGDR - ETAT DE CONTROLE DE LA VUE UNIQUE DEPOSANT".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneControleFgdrNb.
         10 Filler Pic X(2).
         10 LibelleControleFgdrNbEd Pic X(50).
         10 ValeurControleFgdrNbEd Pic Z(13)9.

       01 LigneControleFgdrMt.
         10 Filler Pic X(2).
         10 LibelleControleFgdrMtEd Pic X(50).
         10 ValeurControleFgdrMtEd Pic -Z(13)9,99.

       01 LigneControleFgdrDate.
         10 Filler Pic X(2).
         10 Filler Pic X(50) value "Situation au (AAAAMMJJ)".
         10 Filler Pic X(6).
         10 DateControleFgdrEd Pic X(8).

      ***** Saisies sur comptes (Exploitation, option H ; mode batch "SAISIES") : registre *****
      ***** OrdreSaisie (client, type A saisie-attribution par huissier / D saisie *****
      ***** administrative a tiers detenteur, creancier et son IBAN, reference de l'acte, *****
      ***** montant reclame, date de signification, fin du delai de contestation, somme *****
      ***** bloquee, statut O ouverte / C contestee / P payee / L mainlevee) et *****
      ***** OrdreSaisieCompte (somme bloquee par compte). La somme bloquee est cumulee dans *****
      ***** la colonne MontantSaisi du Compte : elle reste indisponible aux debits controles *****
      ***** (guichet, cheques, prelevements, echeances, remises), le reste du compte vit *****
      ***** normalement. Le solde bancaire insaisissable (parametre MONTANTSBI) est laisse *****
      ***** disponible ; delai de contestation en mois (parametre MOISCONTESTSAISIE, 1) *****
       77 Saisies-iterator pic 9.
       77 OptionSaisies pic X.
       77 BoucleurSaisies pic 9.
       77 BoucleurComptesSaisie pic 9.
       77 MaxSaisieEcran pic 99.
       77 NoSaisieSaisi pic 99.
       77 NoLigneSaisie pic 99.
       77 IdSaisieCourante pic X(36).
       77 CodeClientSaisie pic X(36).
       77 NomSaisieRecherche pic X(15).
       77 PrenomSaisieRecherche pic X(15).
       77 CodePostalSaisieRecherche pic X(5).
       77 TypeSaisieSaisi pic X.
       77 ReferenceActeSaisie SQL CHAR-VARYING (20).
       77 MontantReclameSaisie pic 9(12)V99.
       77 DateSignificationSaisie pic X(8).
       77 DateFinContestSaisie pic X(8).
       77 MoisContestationSaisie pic 99.
       77 MontantSbi pic 9(6)V99.
       77 DisponibleSaisissable pic S9(12)V99.
       77 MontantABloquerSaisie pic 9(12)V99.
       77 ResteABloquerSaisie pic 9(12)V99.
       77 DisponibleCompteSaisie pic S9(12)V99.
       77 MontantBloqueCompteSaisie pic 9(12)V99.
       77 MontantPayeSaisie pic 9(12)V99.
       77 MontantSaisiCompteMvt pic 9(12)V99.
       77 MontantSaisiOK pic X.
       77 ConfirmationSaisie pic X.
       77 NbComptesBloquesSaisie pic 9(4).
       77 NbSaisiesPayees pic 9(6).
       77 NbSaisiesEtat pic 9(6).
       77 NbLignesEtatSaisies pic 9(6).
       77 TotalReclameSaisies pic 9(14)V99.
       77 TotalBloqueSaisies pic 9(14)V99.
       77 DateJourSaisies pic X(8).
       77 NomFichierEtatSaisies pic X(120).
       77 MontantSaisieEd pic Z(9)9,99.

       01 LigneSaisieCourante.
         10 IdSaisieSc PIC X(36).
         10 CodeClientSc PIC X(36).
         10 NomSc SQL CHAR-VARYING (15).
         10 PrenomSc SQL CHAR-VARYING (15).
         10 TypeSc SQL CHAR (1).
         10 CreancierSc SQL CHAR-VARYING (30).
         10 IbanCreancierSc SQL CHAR-VARYING (27).
         10 BicCreancierSc SQL CHAR-VARYING (11).
         10 ReferenceSc SQL CHAR-VARYING (20).
         10 MontantReclameSc PIC 9(12)V99.
         10 MontantBloqueSc PIC 9(12)V99.
         10 DateSignificationSc SQL CHAR (8).
         10 DateFinContestSc SQL CHAR (8).
         10 StatutSc SQL CHAR (1).

       01 LigneSaisieEcran occurs 15.
         10 IdSaisieEcran Pic X(36).
         10 StatutSaisieEcran Pic X.

       01 LigneSaisieCompteCourante.
         10 CodeBanqueSac SQL CHAR (5).
         10 CodeGuichetSac SQL CHAR (5).
         10 RacineCompteSac SQL CHAR (9).
         10 TypeCompteSac SQL CHAR (2).
         10 MontantBloqueSac PIC 9(12)V99.

      ***** Etat des saisies en cours *****
       01 LigneEtatSaisiesEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(18).
         10 Filler Pic X(45) value "ETAT DES SAISIES SUR COMPTES EN COURS".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneEtatSaisiesEntete7.
         10 Filler Pic X(32) value " Client".
         10 Filler Pic X(2) value "T".
         10 Filler Pic X(21) value "Creancier".
         10 Filler Pic X(14) value "      Reclame".
         10 Filler Pic X(14) value "       Bloque".
         10 Filler Pic X(10) value " Signifie".
         10 Filler Pic X(10) value " Fin cont.".
         10 Filler Pic X(30) value " Situation".

       01 LigneEtatSaisiesDetail.
         10 Filler Pic X.
         10 NomEtatSaiEd Pic X(15).
         10 Filler Pic X.
         10 PrenomEtatSaiEd Pic X(15).
         10 TypeEtatSaiEd Pic X.
         10 Filler Pic X.
         10 CreancierEtatSaiEd Pic X(20).
         10 Filler Pic X.
         10 ReclameEtatSaiEd Pic Z(9)9,99.
         10 Filler Pic X.
         10 BloqueEtatSaiEd Pic Z(9)9,99.
         10 Filler Pic X.
         10 SignifieEtatSaiEd Pic X(8).
         10 Filler Pic X(2).
         10 FinContestEtatSaiEd Pic X(8).
         10 Filler Pic X(2).
         10 SituationEtatSaiEd Pic X(30).

       01 LigneEtatSaisiesTotal.
         10 Filler Pic X(2).
         10 Filler Pic X(20) value "Saisies en cours :".
         10 NbSaisiesEtatEd Pic ZZZZZ9.
         10 Filler Pic X(14) value "   Reclame :".
         10 TotalReclameEtatEd Pic Z(11)9,99.
         10 Filler Pic X(13) value "   Bloque :".
         10 TotalBloqueEtatEd Pic Z(11)9,99.

      ***** Comptes a terme (sous-menu Saisie mouvement, option 9 ; mode batch "TERME") : le *****
      ***** contrat (table DepotATerme) est rattache a un Compte de depot et porte le compte *****
      ***** source, le montant place, la duree (3, 6 ou 12 mois), le taux annuel fixe, les *****
      ***** dates d'ouverture et d'echeance, l'instruction a l'echeance (V versement au compte *****
      ***** source / R renouvellement au taux en vigueur), le nombre de renouvellements et le *****
      ***** statut (A actif / E echu rembourse / R rompu par anticipation / I echu, interets *****
      ***** servis mais versement au compte source en echec, retente a chaque passage du *****
      ***** batch et edite sur l'echelle). Taux en vigueur *****
      ***** par duree : parametres TAUXDAT03, TAUXDAT06 et TAUXDAT12 (% l'an). Interets *****
      ***** simples payes a l'echeance (code IDT) ; un retrait anticipe sert les interets au *****
      ***** taux de penalite du catalogue produits (ProduitCompte.TauxPenalite) sur les jours *****
      ***** courus. Constitution et remboursement par virement interne (code DAT / RDT) *****
       77 DepotsTerme-iterator pic 9.
       77 OptionDepotTerme pic X.
       77 BoucleurDepotTerme pic 9.
       77 MaxDepotTerme pic 99.
       77 NoDepotTermeSaisi pic 99.
       77 NoLigneDepotTerme pic 99.
       77 ValidateurDepotTerme pic 9.
       77 MontantDepotSaisi pic 9(9)V99.
       77 DureeDepotSaisie pic 99.
       77 TauxDepotSaisi pic 9(2)V9(4).
       77 InstructionDepotSaisie pic X.
       77 ConfirmationDepotTerme pic X.
       77 TauxEnVigueurDat pic 9(2)V9(4).
       77 CleTauxDat pic X(20).
       77 TauxPenaliteDat pic 9(2)V9(4).
       77 JoursCourusDat pic 9(5).
       77 InteretsDepotCalc pic 9(9)V99.
       77 CapitalRembourseDat pic 9(9)V99.
       77 RemboursementDatOK pic X.
       77 NbDepotActifCompte pic 9(6).
       77 DateJourDat pic X(8).
       77 NbDepotsEchus pic 9(6).
       77 NbDepotsRenouveles pic 9(6).
       77 NbDepotsRembourses pic 9(6).
       77 NbDepotsIncidentDat pic 9(6).
       77 TotalInteretsDat pic 9(12)V99.

       01 LigneDepotTermeCourante.
         10 IdDepot Pic X(36).
         10 CodeBanqueDat SQL CHAR (5).
         10 CodeGuichetDat SQL CHAR (5).
         10 RacineCompteDat SQL CHAR (9).
         10 TypeCompteDat SQL CHAR (2).
         10 CodeBanqueSrc SQL CHAR (5).
         10 CodeGuichetSrc SQL CHAR (5).
         10 RacineCompteSrc SQL CHAR (9).
         10 TypeCompteSrc SQL CHAR (2).
         10 MontantDat PIC 9(9)V99.
         10 DureeDat PIC 99.
         10 TauxAnnuelDat PIC 9(2)V9(4).
         10 DateOuvertureDat SQL CHAR (8).
         10 DateEcheanceDat SQL CHAR (8).
         10 InstructionDat SQL CHAR (1).
         10 StatutDat SQL CHAR (1).

      ***** Table ecran des depots affiches, pour la designation par No de ligne *****
       01 LigneDepotTermeEcran occurs 50.
         10 IdDepot Pic X(36).
         10 StatutDat Pic X.

      ***** Echelle des echeances des depots a terme (tresorerie) : par semaine sur les *****
      ***** treize semaines a venir, puis par mois *****
       77 NomFichierEchelleDat pic X(120).
       77 NbLignesEchelleDat pic 9(6).
       77 NoSemaineDat pic S9(5).
       77 MoisEcheanceDat pic X(6).
       77 DebutSemaineDat pic X(8).
       77 FinSemaineDat pic X(8).
       77 NbDepotsTrancheDat pic 9(6).
       77 CapitalTrancheDat pic 9(12)V99.
       77 InteretsTrancheDat pic 9(12)V99.
       77 NbDepotsEchelleDat pic 9(6).
       77 TotalCapitalEchelleDat pic 9(14)V99.
       77 TotalInteretsEchelleDat pic 9(14)V99.

       01 LigneEchelleDatEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(18).
         10 Filler Pic X(45) value "ECHELLE DES ECHEANCES DES DEPOTS A TERME".
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneEchelleDatEntete7.
         10 Filler Pic X(26) value " Tranche".
         10 Filler Pic X(8) value "  Depots".
         10 Filler Pic X(17) value "          Capital".
         10 Filler Pic X(17) value "         Interets".
         10 Filler Pic X(17) value "     Total du".

       01 LigneEchelleDatDetail.
         10 Filler Pic X.
         10 TrancheDatEd Pic X(25).
         10 Filler Pic X(2).
         10 NbDepotsDatEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 CapitalDatEd Pic Z(11)9,99.
         10 Filler Pic X(2).
         10 InteretsDatEd Pic Z(11)9,99.
         10 Filler Pic X(2).
         10 TotalDuDatEd Pic Z(11)9,99.

       01 LigneEchelleDatTotal.
         10 Filler Pic X.
         10 Filler Pic X(25) value "Total des depots actifs".
         10 Filler Pic X(2).
         10 NbDepotsTotDatEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 CapitalTotDatEd Pic Z(11)9,99.
         10 Filler Pic X(2).
         10 InteretsTotDatEd Pic Z(11)9,99.

       01 LigneEchelleDatIncident.
         10 Filler Pic X.
         10 CompteIncDatEd Pic X(25).
         10 Filler Pic X(2).
         10 EcheanceIncDatEd Pic X(10).
         10 Filler Pic X(2).
         10 CapitalIncDatEd Pic Z(11)9,99.
         10 Filler Pic X(4).
         10 CompteSrcIncDatEd Pic X(31).

      ***** Reclamations clients (Gestion des clients, option R) : registre Reclamation *****
      ***** (client, categorie F frais contestes / D debit errone / C cheque perdu ou vole / *****
      ***** A autre, canal G guichet / T telephone / E email / C courrier, date de reception, *****
      ***** compte concerne et le cas echeant le MouvementCompte conteste, objet, operateur *****
      ***** en charge, dates limites d'accuse de reception et de reponse, statut O ouverte / *****
      ***** A accusee / C cloturee, issue F fondee / P partiellement / N non fondee). Delais *****
      ***** en jours calendaires depuis la reception : parametres DELAIACCUSERECLAM (10) et *****
      ***** DELAIREPONSERECLAM (60). Le geste commercial est passe depuis la reclamation, *****
      ***** par extourne du mouvement conteste (code EXT) ou par un credit GCO, et le *****
      ***** mouvement genere est rattache a la reclamation *****
       77 Reclamations-iterator pic 9.
       77 OptionReclamations pic X.
       77 BoucleurReclamations pic 9.
       77 MaxReclamationEcran pic 99.
       77 NoReclamationSaisi pic 99.
       77 NoLigneReclamation pic 99.
       77 NbReclamTrouve pic 9(6).
       77 IdReclamationCourante pic X(36).
       77 CategorieReclamSaisie pic X.
       77 CanalReclamSaisi pic X.
       77 DateReceptionReclamSaisie pic X(8).
       77 LigneCompteReclamSaisie pic 99.
       77 ObjetReclamSaisi SQL CHAR-VARYING (60).
       77 OperateurReclamSaisi SQL CHAR-VARYING (8).
       77 MouvementReclamSaisi pic X.
       77 IdMouvementReclam pic X(36).
       77 DelaiAccuseReclam pic 9(3).
       77 DelaiReponseReclam pic 9(3).
       77 DateLimiteAccuseReclam pic X(8).
       77 DateLimiteReponseReclam pic X(8).
       77 DateJourReclam pic X(8).
       77 TypeGesteReclamSaisi pic X.
       77 MontantGesteReclamSaisi pic 9(9)V99.
       77 IssueReclamSaisie pic X.
       77 ConfirmationReclam pic X.
       77 CodeClientReclam pic X(36).
       77 MontantGesteReclamEd pic Z(6)9,99.

       01 LigneReclamCourante.
         10 IdReclamationRc Pic X(36).
         10 DateReceptionRc SQL CHAR (8).
         10 CategorieRc SQL CHAR (1).
         10 CanalRc SQL CHAR (1).
         10 CodeBanqueRc SQL CHAR (5).
         10 CodeGuichetRc SQL CHAR (5).
         10 RacineCompteRc SQL CHAR (9).
         10 TypeCompteRc SQL CHAR (2).
         10 IdMouvementRc Pic X(36).
         10 DateLimiteReponseRc SQL CHAR (8).
         10 StatutRc SQL CHAR (1).
         10 MontantGesteRc PIC 9(9)V99.
         10 IdMouvementGesteRc Pic X(36).
         10 ObjetRc SQL CHAR-VARYING (60).

      ***** Table ecran des reclamations affichees, pour la designation par No de ligne *****
       01 LigneReclamEcran occurs 15.
         10 IdReclamEcran Pic X(36).

      ***** Rapport mensuel des reclamations (conformite) par categorie et guichet : *****
      ***** recues et cloturees dans le mois, en cours et en retard a la date du rapport *****
       77 MoisReclamations pic X(6).
       01 MoisReclamCompose.
         10 AnneeReclamNum pic 9(4).
         10 MoisReclamNum pic 99.
       77 DebutMoisReclam pic X(8).
       77 DateArreteReclam pic X(8).
       77 NomFichierReclamations pic X(120).
       77 NbLignesReclamations pic 9(6).
       77 NbGroupesReclamations pic 9(6).
       77 CategorieRapReclam pic X.
       77 GuichetRapReclam pic X(5).
       77 NbRecuesReclam pic 9(6).
       77 NbEnCoursReclam pic 9(6).
       77 NbEnRetardReclam pic 9(6).
       77 NbClotureesReclam pic 9(6).
       77 NbHorsDelaiReclam pic 9(6).
       77 MontantGestesReclam pic 9(12)V99.
       77 TotalRecuesReclam pic 9(6).
       77 TotalEnCoursReclam pic 9(6).
       77 TotalEnRetardReclam pic 9(6).
       77 TotalClotureesReclam pic 9(6).
       77 TotalHorsDelaiReclam pic 9(6).
       77 TotalGestesReclam pic 9(12)V99.

       01 LigneReclamEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(18).
         10 Filler Pic X(30) value "RAPPORT MENSUEL RECLAMATIONS".
         10 Filler Pic X(7) value "Mois : ".
         10 MoisRapReclamEd Pic X(7).
         10 Filler Pic X(8).
         10 Filler Pic X(7) value "Date : ".
         10 Jour Pic 99.
         10 Filler Pic X value "/".
         10 Mois Pic 99.
         10 Filler Pic X value "/".
         10 Annee Pic 99.

       01 LigneReclamEntete7.
         10 Filler Pic X(22) value " Categorie".
         10 Filler Pic X(8) value "Guichet".
         10 Filler Pic X(6) value "Recues".
         10 Filler Pic X(8) value "En cours".
         10 Filler Pic X(8) value "  Retard".
         10 Filler Pic X(8) value "  Closes".
         10 Filler Pic X(10) value "Hors delai".
         10 Filler Pic X(15) value "         Gestes".

       01 LigneReclamDetail.
         10 Filler Pic X.
         10 CategorieReclamEd Pic X(20).
         10 Filler Pic X.
         10 GuichetReclamEd Pic X(5).
         10 Filler Pic X(3).
         10 RecuesReclamEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 EnCoursReclamEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 EnRetardReclamEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 ClotureesReclamEd Pic ZZZZZ9.
         10 Filler Pic X(4).
         10 HorsDelaiReclamEd Pic ZZZZZ9.
         10 Filler Pic X(2).
         10 GestesReclamEd Pic Z(9)9,99.

      ***** Recapitulatif annuel des frais bancaires (editions reglementaires, option A ; *****
      ***** mode batch "RECAPFRAIS" + annee AAAA facultative, annee precedente a defaut) : *****
      ***** par client et par compte, les frais de l'annee ventiles par categorie et par *****
      ***** mois - T tenue et services (FRS), I incidents (FRI), A agios (AGI), O autres *****
      ***** codes de la famille FRAIS du referentiel CodeOperation - sous deduction des *****
      ***** frais rembourses (extournes d'un mouvement de frais). Un document par client *****
      ***** avec le bloc adresse des releves mensuels, un fichier a plat pour la diffusion *****
      ***** par releve electronique (enregistrement TOTAL en queue) et un controle du total *****
      ***** des documents contre la somme brute des mouvements de frais de l'annee *****
       77 RecapFrais-iterator pic 9.
       77 AnneeRecapFrais pic X(4).
       77 AnneeRecapFraisNum pic 9(4).
       77 DateDebutRecapFrais pic X(8).
       77 DateFinRecapFrais pic X(8).
       77 NomFichierRecapFrais pic X(120).
       77 NomFichierDiffusionFrais pic X(120).
       77 NbClientsRecapFrais pic 9(6).
       77 NbLignesRecapFrais pic 9(6).
       77 CodeClientRecapPrec pic X(36).
       77 CompteRecapPrec pic X(21).
       77 CompteRecapCourant pic X(21).
       77 NetMoisRecapFrais pic S9(12)V99.
       77 TotalDocumentsFrais pic S9(12)V99.
       77 TotalMvtFrais pic 9(12)V99.
       77 TotalRembMvtFrais pic 9(12)V99.
       77 TotalNetMvtFrais pic S9(12)V99.

       01 LigneRecapFraisCourante.
         10 CodeClientRf PIC X(36).
         10 NomRf SQL CHAR-VARYING (15).
         10 PrenomRf SQL CHAR-VARYING (15).
         10 AdresseRf SQL CHAR-VARYING (40).
         10 CodePostalRf SQL CHAR-VARYING (5).
         10 VilleRf SQL CHAR-VARYING (15).
         10 EmailRf SQL CHAR-VARYING (50).
         10 CompteRf.
           15 CodeBanqueRf SQL CHAR (5).
           15 CodeGuichetRf SQL CHAR (5).
           15 RacineCompteRf SQL CHAR (9).
           15 TypeCompteRf SQL CHAR (2).
         10 MoisRf SQL CHAR (2).
         10 TenueRf PIC 9(12)V99.
         10 IncidentsRf PIC 9(12)V99.
         10 AgiosRf PIC 9(12)V99.
         10 AutresRf PIC 9(12)V99.
         10 RembourseRf PIC 9(12)V99.

      ***** Cumuls du compte et du client en cours d'edition, par categorie *****
       01 CumulCompteFrais.
         10 TenueCf PIC 9(12)V99.
         10 IncidentsCf PIC 9(12)V99.
         10 AgiosCf PIC 9(12)V99.
         10 AutresCf PIC 9(12)V99.
         10 RembourseCf PIC 9(12)V99.
       01 CumulClientFrais.
         10 TenueCc PIC 9(12)V99.
         10 IncidentsCc PIC 9(12)V99.
         10 AgiosCc PIC 9(12)V99.
         10 AutresCc PIC 9(12)V99.
         10 RembourseCc PIC 9(12)V99.

       01 LigneRecapFraisEntete1.
         10 Filler Pic X(7) value " Serfa".
         10 Filler Pic X(22).
         10 Filler Pic X(41) value "Recapitulatif annuel des frais bancaires".
         10 Filler Pic X(2).
         10 Filler Pic X(8) value "Annee : ".
         10 AnneeRecapFraisEd Pic X(4).

       01 LigneRecapFraisEntete2.
         10 Filler Pic X(29).
         10 Filler Pic X(40) value all "=".

       01 LigneRecapFraisCompte.
         10 Filler Pic X(2).
         10 Filler Pic X(9) value "Compte : ".
         10 CodeBanqueRfEd Pic X(5).
         10 Filler Pic X.
         10 CodeGuichetRfEd Pic X(5).
         10 Filler Pic X.
         10 RacineCompteRfEd Pic X(9).
         10 Filler Pic X.
         10 TypeCompteRfEd Pic X(2).

       01 LigneRecapFraisTitres.
         10 Filler Pic X(12) value "  Mois".
         10 Filler Pic X(12) value " Tenue/serv.".
         10 Filler Pic X(12) value "   Incidents".
         10 Filler Pic X(12) value "       Agios".
         10 Filler Pic X(12) value "      Autres".
         10 Filler Pic X(12) value "  Rembourses".
         10 Filler Pic X(13) value "    Total net".

       01 LigneRecapFraisDetail.
         10 Filler Pic X(2).
         10 LibelleRecapFraisEd Pic X(10).
         10 TenueRfEd Pic Z(8)9,99.
         10 Filler Pic X.
         10 IncidentsRfEd Pic Z(7)9,99.
         10 Filler Pic X.
         10 AgiosRfEd Pic Z(7)9,99.
         10 Filler Pic X.
         10 AutresRfEd Pic Z(7)9,99.
         10 Filler Pic X.
         10 RembourseRfEd Pic Z(7)9,99.
         10 Filler Pic X.
         10 NetRfEd Pic -Z(7)9,99.

       01 LigneRecapFraisSeparation.
         10 Filler Pic X.
         10 Filler Pic X(84) value all "-".

      ***** Ligne du fichier a plat pour la diffusion par releve electronique *****
       01 LigneDiffusionFrais.
         10 CodeClientDfEd Pic X(36).
         10 Filler Pic X value ";".
         10 NomDfEd Pic X(15).
         10 Filler Pic X value ";".
         10 PrenomDfEd Pic X(15).
         10 Filler Pic X value ";".
         10 EmailDfEd Pic X(50).
         10 Filler Pic X value ";".
         10 AnneeDfEd Pic X(4).
         10 Filler Pic X value ";".
         10 TenueDfEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 IncidentsDfEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 AgiosDfEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 AutresDfEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 RembourseDfEd Pic 9(12)V99.
         10 Filler Pic X value ";".
         10 NetDfEd Pic -9(12)V99.

       01 LigneDiffusionFraisTotal.
         10 Filler Pic X(6) value "TOTAL;".
         10 NbClientsDfTot Pic 9(6).
         10 Filler Pic X value ";".
         10 NetDfTot Pic -9(12)V99.

      ***** Bloc de controle imprime apres le dernier document *****
       01 LigneRecapFraisCtl1.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total net des documents ............ :".
         10 TotalDocFraisEd Pic -Z(10)9,99.

       01 LigneRecapFraisCtl2.
         10 Filler Pic X(2).
         10 Filler Pic X(40) value "Total net des mouvements de frais .. :".
         10 TotalMvtFraisEd Pic -Z(10)9,99.
         10 Filler Pic X(2).
         10 ConformiteFraisEd Pic X(8).

      ***** Surveillance des operations (LCB-FT) : scenarios parametres dans la table *****
      ***** ScenarioLbc (actif O/N, seuil, nombre de jours, pourcentage, nombre minimum *****
      ***** d'operations ; valeurs par defaut tant que le scenario n'y est pas decrit) : *****
      ***** STR fractionnement d'especes (depots DEP unitaires sous SEUILESPECES cumules *****
      ***** sur la fenetre, tous comptes du client), TRN transit rapide (debits de la *****
      ***** fenetre >= pourcentage des credits), REV reveil d'un compte sans mouvement *****
      ***** depuis le nombre de jours donne, PAY virement externe vers un IBAN d'un pays *****
      ***** de la table PaysSurveille. Chaque detection ouvre un dossier AlerteLbc (statut *****
      ***** O ouvert / F clos faux positif / D declare en soupcon) avec ses mouvements *****
      ***** (AlerteLbcMouvement) et son historique (AlerteLbcHistorique). Mode batch *****
      ***** "SURVEILLANCE" + date AAAAMMJJ facultative, sous-menu Consultations option 9 *****
       77 SurveillanceLbc-iterator pic 9.
       77 OptionSurveillanceLbc pic X.
       77 FiltreDossiersLbc pic X.
       77 BoucleurLbc pic 9.
       77 MaxDossierLbc pic 99.
       77 NoDossierLbcSaisi pic 99.
       77 NoLigneLbc pic 99.
       77 DateJourLbc pic X(8).
       77 DebutFenetreLbc pic X(8).
       77 DateLimiteInactiviteLbc pic X(8).
       77 NbAlertesLbc pic 9(6).
       77 IdAlerteLbc pic X(36).
       77 CodeScenarioLbc pic X(3).
       77 ActifScenLbc pic X.
       77 SeuilScenLbc pic 9(9)V99.
       77 NbJoursScenLbc pic 9(4).
       77 PctScenLbc pic 9(3).
       77 NbMinScenLbc pic 9(3).
       77 NbScenTrouve pic 9(6).
       77 CodeClientLbc pic X(36).
       77 IdVirementLbc pic X(36).
       77 MontantLbc pic 9(12)V99.
       77 MontantCreditLbc pic 9(12)V99.
       77 MontantDebitLbc pic 9(12)V99.
       77 NbMouvementsLbc pic 9(6).
       77 DernierMvtLbc pic X(8).
       77 NomBeneficiaireLbc pic X(30).
       77 IbanBeneficiaireLbc pic X(34).
       77 DescriptionLbc pic X(60).
       77 ActionLbc pic X.
       77 CommentaireLbc pic X(60).
       77 DecisionLbcSaisie pic X.
       77 MontantLbcEd pic Z(9)9,99.
       77 NbMouvementsLbcEd pic ZZZ9.
       77 SeuilScenLbcEd pic Z(8)9,99.
       77 NoScenarioLbc pic 9.
       77 NoScenarioLbcSaisi pic 9.
       77 CodePaysLbcSaisi pic X(2).
       77 LibellePaysLbcSaisi pic X(30).
       77 NbPaysTrouve pic 9(6).
       77 OptionPaysLbc pic X.
       77 PaysLbc-iterator pic 9.
       77 ScenariosLbc-iterator pic 9.
       77 DossierLbc-iterator pic 9.
       77 DateOrdreLbc pic X(8).
       77 LibelleScenLbc pic X(40).
       77 NoLigneMvtLbc pic 99.
       77 NbLignesMvtLbc pic 99.
       77 RangMvtLbc pic 9(6).
       77 PremierMvtLbc pic 9(6).
       77 SuiteMvtLbc pic X.
       77 PctScenLbcEd pic ZZ9.
       77 NbJoursScenLbcEd pic ZZZ9.
       77 NbMinScenLbcEd pic ZZ9.

       01 LigneDossierLbcCourante.
         10 IdAlerteLc Pic X(36).
         10 DateDetectionLc SQL CHAR (8).
         10 CodeScenarioLc SQL CHAR (3).
         10 CodeClientLc Pic X(36).
         10 NomLc SQL CHAR-VARYING (15).
         10 PrenomLc SQL CHAR-VARYING (15).
         10 CodeBanqueLc SQL CHAR (5).
         10 CodeGuichetLc SQL CHAR (5).
         10 RacineCompteLc SQL CHAR (9).
         10 TypeCompteLc SQL CHAR (2).
         10 MontantLc PIC 9(12)V99.
         10 NbMouvementsLc PIC 9(6).
         10 DescriptionLc SQL CHAR-VARYING (60).
         10 StatutLc SQL CHAR (1).
         10 DateDecisionLc SQL CHAR (8).
         10 OperateurDecisionLc SQL CHAR-VARYING (8).

      ***** Table ecran des dossiers affiches, pour la designation par No de ligne *****
       01 LigneDossierLbcEcran occurs 15.
         10 IdDossierLbcEcran Pic X(36).

       01 LigneMvtLbcCourante.
         10 DateMvtLm SQL CHAR-VARYING (10).
         10 CodeGuichetLm SQL CHAR (5).
         10 RacineCompteLm SQL CHAR (9).
         10 TypeCompteLm SQL CHAR (2).
         10 SensLm SQL CHAR (1).
         10 MontantLm PIC 9(12)V99.
         10 CodeOpLm SQL CHAR (3).
         10 LibelleLm SQL CHAR-VARYING (60).

       01 LigneHistoLbcCourante.
         10 DateActionLh SQL CHAR-VARYING (19).
         10 OperateurLh SQL CHAR-VARYING (8).
         10 ActionLh SQL CHAR (1).
         10 CommentaireLh SQL CHAR-VARYING (60).

       01 LignePaysLbcCourante.
         10 CodePaysLp SQL CHAR (2).
         10 LibellePaysLp SQL CHAR-VARYING (30).
         10 DateAjoutLp SQL CHAR (8).
         10 OperateurLp SQL CHAR-VARYING (8).

      ***** Remises de cheques des clients (Gestion des cheques, options 5 a 7) : bordereau *****
      ***** saisi au guichet avec une ligne par cheque (banque tiree, numero, montant), *****
      ***** controle du total, credit RCH du compte en date de valeur J + DELAIVALEURCHQ *****
      ***** (1 jour a defaut, reporte au lundi), fichier de compensation aller des cheques *****
      ***** a emettre (mode batch "CHQALLER") et traitement du fichier des impayes sur *****
      ***** remises (mode batch "CHQIMPAYES") : contre-passation IRC du cheque impaye, en *****
      ***** valeur de la remise, avec le numero du cheque et la date du bordereau au libelle *****
       77 IdRemiseChq pic X(36).
       77 NbChequesRemiseSaisi pic 99.
       77 MontantRemiseSaisi pic 9(9)V99.
       77 CumulChequesRemise pic 9(9)V99.
       77 NoChequeRemise pic 99.
       77 NoLigneRemiseChq pic 99.
       77 ValidateurRemiseChq pic 9.
       77 ConfirmationRemiseChq pic X.
       77 DelaiValeurChq pic 9(3).
       77 DateRemiseChq pic X(8).
       77 DateValeurRemiseChq pic X(8).
       77 NbBanqueTireeTrouve pic 9(6).
       77 BanqueTireeSaisie pic X(5).
       77 NumeroChqRemiseSaisi pic 9(7).
       77 MontantChqRemiseSaisi pic 9(9)V99.
       77 MontantRemiseEd pic Z(9)9,99.
       77 CumulChequesRemiseEd pic Z(9)9,99.
       77 NomFichierCompensationAller pic X(120).
       77 NbChequesAller pic 9(6).
       77 TotalCentimesAller pic 9(14).
       77 BoucleurAller pic 9.
       77 ImpayesRemise-iterator pic 9.
       77 NoLigneImpayeRem pic 9(6).
       77 NbImpayesRemTraites pic 9(6).
       77 NbImpayesRemInconnus pic 9(6).
       77 NomFichierRapportImpRem pic X(120).
       77 IdRemiseImpaye pic X(36).
       77 NoChequeImpayeRem pic 99.
       77 CodeMotifImpayeRem pic X(4).
       77 MotifImpayeRem pic X(40).

      ***** Cheques du bordereau en cours de saisie *****
       01 TableChequesRemise.
         05 LigneChequeRemise occurs 12.
           10 BanqueTireeRc Pic X(5).
           10 NumeroChequeRc Pic 9(7).
           10 MontantChequeRc Pic 9(9)V99.

       01 LigneChequeRemisCourante.
         10 IdRemiseCr Pic X(36).
         10 NoLigneCr Pic 99.
         10 BanqueTireeCr SQL CHAR (5).
         10 NumeroChequeCr Pic 9(7).
         10 MontantCr Pic 9(9)V99.
         10 DateRemiseCr SQL CHAR (8).
         10 DateValeurCr SQL CHAR (8).
         10 CodeBanqueCr SQL CHAR (5).
         10 CodeGuichetCr SQL CHAR (5).
         10 RacineCompteCr SQL CHAR (9).
         10 TypeCompteCr SQL CHAR (2).

      ***** Fichier de compensation aller : une ligne CHQ par cheque remis, puis TOTAL *****
       01 LigneCompensationAller.
         10 Filler Pic X(4) value "CHQ;".
         10 IdRemiseCaEd Pic X(36).
         10 Filler Pic X value ";".
         10 NoLigneCaEd Pic 99.
         10 Filler Pic X value ";".
         10 BanqueTireeCaEd Pic X(5).
         10 Filler Pic X value ";".
         10 NumeroChequeCaEd Pic 9(7).
         10 Filler Pic X value ";".
         10 MontantCentimesCaEd Pic 9(12).
         10 Filler Pic X value ";".
         10 DateRemiseCaEd Pic X(8).
         10 Filler Pic X value ";".
         10 CodeBanqueCaEd Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetCaEd Pic X(5).
         10 Filler Pic X value ";".
         10 RacineCompteCaEd Pic X(9).
         10 Filler Pic X value ";".
         10 TypeCompteCaEd Pic X(2).

       01 LigneCompensationAllerTotal.
         10 Filler Pic X(6) value "TOTAL;".
         10 NbChequesCaTot Pic 9(6).
         10 Filler Pic X value ";".
         10 MontantCentimesCaTot Pic 9(14).

       01 LigneRapportImpRem.
         10 Filler Pic X.
         10 ActionImpRemEd Pic X(10).
         10 Filler Pic X.
         10 IdRemiseImpRemEd Pic X(36).
         10 Filler Pic X.
         10 NoLigneImpRemEd Pic 99.
         10 Filler Pic X(2).
         10 NumeroChequeImpRemEd Pic 9(7).
         10 Filler Pic X(2).
         10 CodeMotifImpRemEd Pic X(4).
         10 Filler Pic X(2).
         10 MotifImpRemEd Pic X(30).

      ***** Revision annuelle des decouverts autorises : sur les 12 mois civils precedant le *****
      ***** mois de revision, revenus reguliers (credits VRE et codes de la famille REVENUS) *****
      ***** en moyenne mensuelle, mois finis debiteurs (solde de fin de mois reconstitue a *****
      ***** partir du solde courant et des mouvements posterieurs), depassements signales *****
      ***** (lettres DEC emises). Proposition = pourcentage des revenus du produit, arrondie *****
      ***** a la dizaine et plafonnee ; pas de hausse au-dela des maxima de mois debiteurs *****
      ***** ou de depassements ; pas de revenus reguliers sur REVDECMOISREV mois (defaut 6) *****
      ***** = proposition a zero. Table PropositionDecouvert (statut P a valider, A acceptee, *****
      ***** M modifiee, R refusee, E rejetee : decouvert du compte non mis a jour). Mode *****
      ***** batch "REVDECOUVERT" + date AAAAMMJJ facultative, liste de validation au *****
      ***** sous-menu Consultations option D *****
       77 DateRevisionDec pic X(8).
       77 DebutMoisRevDec pic X(8).
       77 DebutFenetreRevDec pic X(8).
       77 BorneMoisRevDec pic X(8).
       77 NoMoisRevDec pic 99.
       77 BoucleurRevDec pic 9.
       77 NbPropositionsDec pic 9(6).
       77 NbComptesRevDec pic 9(6).
       77 MinMoisRevenusDec pic 9(2).
       77 PctRevenuRevDec pic 9(3).
       77 PlafondRevDec pic 9(6).
       77 MaxMoisDebRevDec pic 9(2).
       77 MaxDepassRevDec pic 9(2).
       77 RevenusRevDec pic 9(12)V99.
       77 RevenuMensuelRevDec pic 9(9)V99.
       77 NbMoisRevenusRevDec pic 9(2).
       77 NbMoisDebiteurRevDec pic 9(2).
       77 NbDepassRevDec pic 9(4).
       77 SoldeCourantRevDec pic S9(12)V99.
       77 MvtsPosterieursRevDec pic S9(12)V99.
       77 SoldeFinMoisRevDec pic S9(12)V99.
       77 DizainesRevDec pic 9(7).
       77 DecouvertProposeRevDec pic 9(6)V99.
       77 DecouvertRetenuRevDec pic 9(6)V99.
       77 IdPropositionDec pic X(36).
       77 RevisionDec-iterator pic 9.
       77 OptionRevisionDec pic X.
       77 FiltrePropositionsDec pic X.
       77 MaxPropositionDec pic 99.
       77 NoPropositionDecSaisi pic 99.
       77 NoLigneRevDec pic 99.
       77 DecouvertRevDecEd pic Z(5)9.
       77 RevenuRevDecEd pic Z(6)9.
       77 NbRevDecEd pic Z9.
       77 DecouvertRetenuTexte pic X(6).
       77 DecouvertRetenuChiffres pic X(6) justified right.
       77 AncienDecouvertAuditEd pic Z(5)9,99.
       77 NouveauDecouvertAuditEd pic Z(5)9,99.

       01 LignePropositionDecCourante.
         10 IdPropositionPd Pic X(36).
         10 DateRevisionPd SQL CHAR (8).
         10 NomPd SQL CHAR-VARYING (15).
         10 CodeBanquePd SQL CHAR (5).
         10 CodeGuichetPd SQL CHAR (5).
         10 RacineComptePd SQL CHAR (9).
         10 TypeComptePd SQL CHAR (2).
         10 DecouvertActuelPd PIC 9(6)V99.
         10 RevenuMensuelPd PIC 9(9)V99.
         10 NbMoisDebiteurPd PIC 9(2).
         10 NbDepassementsPd PIC 9(4).
         10 DecouvertProposePd PIC 9(6)V99.
         10 StatutPd SQL CHAR (1).

      ***** Table ecran des propositions affichees, pour la designation par No de ligne *****
       01 LignePropositionDecEcran occurs 15.
         10 IdPropositionDecEcran Pic X(36).

       01 CompteRevDecCourant.
         10 CodeBanqueRd SQL CHAR (5).
         10 CodeGuichetRd SQL CHAR (5).
         10 RacineCompteRd SQL CHAR (9).
         10 TypeCompteRd SQL CHAR (2).
         10 CodeClientRd Pic X(36).
         10 DecouvertActuelRd PIC 9(6)V99.
         10 CreditRd PIC 9(12)V99.
         10 DebitRd PIC 9(12)V99.
         10 PctRevenuRd PIC 9(3).
         10 PlafondRd PIC 9(6).
         10 MaxMoisDebRd PIC 9(2).
         10 MaxDepassRd PIC 9(2).


      ***** LINKAGE SECTION : contexte transmis par le menu appelant (MenuPrincipal). *****
      ***** Absent (adresse nulle) quand le programme est lance directement ou par le scheduler *****
       linkage section.

       01 ContexteAppel.
         10 CodeOperateurAppel pic X(8).
         10 ProfilOperateurAppel pic X.
         10 DateSystemeAppel pic X(6).

      **************************************************************************************************************************************
      ***** SCREEN SECTION (UNIQUEMENT SUR VISUAL STUDIO - Pour décrire ce que l'on vois à l'ecran, on indique la ligne et la colonne) *****
      **************************************************************************************************************************************
       screen section.

      ******************************************************
      ***** Affichage du Menu stocké dans une variable *****
      ******************************************************
      ***** Le menu atteint le bas de l'ecran : entete remontee en lignes 2-3, options a partir de la ligne 5 *****
       01 menu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 2 col 32 value " GESTION BANCAIRE - ACCUEIL ".
         10 line 3 col 2 value " Date :".
         10 line 3 col 18 from Jour of DateSysteme.
         10 line 3 col 20 value "/".
         10 line 3 col 21 from Mois of DateSysteme.
         10 line 3 col 23 value "/".
         10 line 3 col 24 from Annee of DateSysteme.
         10 line 3 col 69 value " Option :".
         10 line 3 col 78 pic 99 from Option.
         10 line 5 col 5 value  "- 1 - Importation des comptes .................................... :".
         10 line 6 col 5 value  "- 2 - Liste des banques .......................................... :".
         10 line 7 col 5 value "- 3 - Liste des comptes .......................................... :".
         10 line 8 col 5 value "- 4 - Controle des cles RIB (modif en BDD) ....................... :".
         10 line 9 col 5 value "- 5 - Controle des cles RIB (Modif vers fichier externe) ......... :".
         10 line 10 col 5 value "- 6 - Gestion des clients ........................................ :".
         10 line 11 col 5 value "- 7 - Recherche directe compte / RIB ............................. :".
         10 line 12 col 5 value "- 8 - Releve de compte (historique des mouvements) ............... :".
         10 line 13 col 5 value "- 9 - Bilan des comptes par banque ................................ :".
         10 line 14 col 5 value "- 10 - Gestion des banques (ajout/modif/suppression) .............. :".
         10 line 15 col 5 value "- 11 - Etat des comptes (edition imprimable) ....................... :".
         10 line 16 col 5 value "- 12 - Calcul agios / interets crediteurs .......................... :".
         10 line 17 col 5 value "- 13 - Saisie mouvement / virement ................................. :".
         10 line 18 col 5 value "- 14 - Importation des mouvements du jour .......................... :".
         10 line 19 col 5 value "- 15 - Editions / rapports ......................................... :".
         10 line 20 col 5 value "- 16 - Virements permanents ........................................ :".
         10 line 21 col 5 value "- 17 - Referentiels / tables ....................................... :".
         10 line 22 col 5 value "- 18 - Consultations / suivi ....................................... :".
         10 line 23 col 5 value "- 19 - Exploitation (sauvegarde, anonymisation) .................... :".
         10 line 24 col 5 value "- 0 - Retour au menu appelant .................................... :".

      ********************************************************************************
      ***** Affichage de l'option 2 "liste des banques" stocké dans une variable *****
      *********************************************************************************
       01 listeBanque-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 32 value "LISTE DES BANQUES".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Code   Nom".

       01 ListeBanque-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line noLigne Col 2 from CodeBanque of banque.
         10 line noligne col 8 from NomBanque of banque pic X(70).

       01 ListeBanque-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      *********************************************************************************
      ***** Affichage de l'option 3 "liste des comptes" stocké dans une variable  *****
      *********************************************************************************
       01 listeCompte-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 32 value "LISTE DES COMPTES".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "Client Banque  Guichet  Racine    Type   Rib    Dev  Credit       Debit".

       01 ListeCompte-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line noLigne Col 9 from CodeBanque of Compte.
         10 line noLigne Col 17 from CodeGuichet of Compte.
         10 line noLigne Col 25 from RacineCompte of Compte.
         10 line noLigne Col 37 from TypeCompte of Compte.
         10 line noLigne Col 43 from CleRib of Compte.
      ***** Devise du compte : montant affiche dans sa devise native, plus assimile a de l'euro *****
         10 line noLigne Col 48 from Devise of Compte.
         10 line noLigne Col 53 from Credit of Compte pic Z(8)9V,99.
         10 line noLigne Col 65 from Debit of Compte pic Z(8)9V,99.

       01 ListeCompte-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      *********************************************************************************
      ***** Affichage de l'option 8 "releve de compte" stocké dans une variable  *****
      *********************************************************************************
       01 ReleveDeCompte-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 31 value "Releve de compte".
         10 line 5 col 2 value "Code banque    :".
         10 line 5 col 20 using CodeBanqueReleve.
         10 line 6 col 2 value "Code guichet   :".
         10 line 6 col 20 using CodeGuichetReleve.
         10 line 7 col 2 value "Racine compte  :".
         10 line 7 col 20 using RacineCompteReleve.
         10 line 8 col 2 value "Type compte    :".
         10 line 8 col 20 using TypeCompteReleve.

       01 ReleveDeCompte-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 28 value "RELEVE DE COMPTE - HISTORIQUE DES MOUVEMENTS".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Date        Sens  Montant         Op   Libelle".

       01 ReleveDeCompte-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneReleve Col 2 from DateMouvement of MouvementCompte.
         10 line NoLigneReleve Col 14 from Sens of MouvementCompte.
         10 line NoLigneReleve Col 20 from Montant of MouvementCompte pic Z(9)9V,99.
      ***** Code operation du referentiel CodeOperation *****
         10 line NoLigneReleve Col 36 from CodeOperation of MouvementCompte.
         10 line NoLigneReleve Col 41 from Libelle of MouvementCompte pic X(38).

       01 ReleveDeCompte-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      *********************************************************************************
      ***** Affichage de l'option 9 "bilan banques" stocké dans une variable  *****
      *********************************************************************************
       01 BilanBanques-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 30 value "BILAN DES COMPTES PAR BANQUE".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Code   Nom                       Dev   Total debit     Total credit      Solde net".

      ***** Une ligne de sous-total par banque et par devise, montants dans la devise native *****
       01 BilanBanques-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line noLigne Col 2 from CodeBanque of LigneBilanBanque.
         10 line noLigne Col 8 from NomBanque of LigneBilanBanque pic X(26).
         10 line noLigne Col 35 from Devise of LigneBilanBanque.
         10 line noLigne Col 41 from TotalDebit of LigneBilanBanque pic Z(9)9V,99.
         10 line noLigne Col 58 from TotalCredit of LigneBilanBanque pic Z(9)9V,99.
         10 line noLigne Col 75 from TotalNet of LigneBilanBanque pic -Z(8)9V,99.

      ***** Total toutes banques consolide en euros aux taux du referentiel TauxChange *****
       01 BilanBanques-TotalEur background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 22 col 2 value "Total consolide EUR - Debit : ".
         10 line 22 col 32 from TotalDebitEurBilanEd.
         10 line 23 col 2 value "              Credit : ".
         10 line 23 col 32 from TotalCreditEurBilanEd.
         10 line 24 col 2 value "           Solde net : ".
         10 line 24 col 32 from TotalNetEurBilanEd.

       01 BilanBanques-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      *********************************************************************************
      ***** Affichage de l'option 10 "gestion des banques" stocké dans une variable *****
      *********************************************************************************
       01 GestionBanque-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Gestion des banques".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'une banque ..............:".
         10 line 22 col 1 value "-2-Modification d'une banque .......:".
         10 line 23 col 1 value "-3-Suppression d'une banque ........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionBanque-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code banque : ".
         10 line 1 col 15 using CodeBanqueSaisie.
         10 line 1 col 25 value "Nom banque : ".
         10 line 1 col 39 using NomBanqueSaisie.

       01 GestionBanque-SaisieCode background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code banque : ".
         10 line 1 col 15 using CodeBanqueSaisie.

       01 GestionBanque-AffichageNom background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Nom actuel : ".
         10 line 2 col 15 from NomBanqueTrouve.
         10 line 2 col 45 value "Nouveau nom : ".
         10 line 2 col 59 using NomBanqueSaisie.

       01 GestionBanque-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      *********************************************************************************
      ***** Affichage de l'option 13 "saisie mouvement / virement" *****
      *********************************************************************************
       01 SaisieMouvement-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 27 value "Saisie mouvement / virement".
         10 line 19 col 1 pic x(80) value all "_".
         10 line 20 col 1 value "-1-Depot / retrait sur un compte ...:".
         10 line 21 col 1 value "-2-Virement interne compte a compte :".
         10 line 22 col 1 value "-3-Extourne d'un mouvement .........:".
         10 line 23 col 1 value "-4-Validation mouvements en attente :".
         10 line 20 col 40 value "-5-Gestion des cheques ..... :".
         10 line 21 col 40 value "-6-Virement externe ........ :".
         10 line 22 col 40 value "-7-Caisse du guichet ....... :".
      ***** Prets a la consommation : contrats, tableaux d'amortissement, echeances *****
         10 line 23 col 40 value "-8-Prets a la consommation . :".
      ***** Comptes a terme : ouverture, retrait anticipe, echeances, echelle *****
         10 line 24 col 40 value "-9-Comptes a terme ......... :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 SaisieMouvement-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 5 col 2 value "Code banque    :".
         10 line 5 col 20 using CodeBanqueMvt.
         10 line 6 col 2 value "Code guichet   :".
         10 line 6 col 20 using CodeGuichetMvt.
         10 line 7 col 2 value "Racine compte  :".
         10 line 7 col 20 using RacineCompteMvt.
         10 line 8 col 2 value "Type compte    :".
         10 line 8 col 20 using TypeCompteMvt.
         10 line 9 col 2 value "Sens (D/C)     :".
         10 line 9 col 20 using SensMvt.
         10 line 10 col 2 value "Montant        :".
         10 line 10 col 20 using MontantMvt pic Z(9)9V,99.
         10 line 11 col 2 value "Libelle        :".
         10 line 11 col 20 using LibelleMvt pic X(40).

       01 SaisieVirement-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 5 col 2 value "Compte a debiter  - Banque/Guichet/Racine/Type :".
         10 line 5 col 51 using CodeBanqueMvt.
         10 line 5 col 57 using CodeGuichetMvt.
         10 line 5 col 63 using RacineCompteMvt.
         10 line 5 col 73 using TypeCompteMvt.
         10 line 6 col 2 value "Compte a crediter - Banque/Guichet/Racine/Type :".
         10 line 6 col 51 using CodeBanqueMvtCible.
         10 line 6 col 57 using CodeGuichetMvtCible.
         10 line 6 col 63 using RacineCompteMvtCible.
         10 line 6 col 73 using TypeCompteMvtCible.
         10 line 7 col 2 value "Montant        :".
         10 line 7 col 20 using MontantMvt pic Z(9)9V,99.
         10 line 8 col 2 value "Libelle        :".
         10 line 8 col 20 using LibelleMvt pic X(40).

       01 SaisieMouvement-Confirmation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 13 col 1 erase EOL.
         10 line 13 col 1 value "Confirmer l'operation (o/N) : ".
         10 line 13 col 32 using ConfirmationMouvement.

      ***** Extourne d'un mouvement : saisie du compte puis liste numerotee des mouvements *****
       01 Extourne-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Extourne d'un mouvement".
         10 line 5 col 2 value "Code banque    :".
         10 line 5 col 20 using CodeBanqueMvt.
         10 line 6 col 2 value "Code guichet   :".
         10 line 6 col 20 using CodeGuichetMvt.
         10 line 7 col 2 value "Racine compte  :".
         10 line 7 col 20 using RacineCompteMvt.
         10 line 8 col 2 value "Type compte    :".
         10 line 8 col 20 using TypeCompteMvt.

       01 Extourne-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 25 value "EXTOURNE - MOUVEMENTS DU COMPTE".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Date        Sens  Montant         Op   Libelle".

       01 Extourne-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneExtourne col 1 from NoExtourneSaisi pic Z9.
         10 line NoLigneExtourne col 5 from DateMvtExt of LigneExtCourante.
         10 line NoLigneExtourne col 17 from SensExt of LigneExtCourante.
         10 line NoLigneExtourne col 23 from MontantExt of LigneExtCourante pic Z(9)9V,99.
         10 line NoLigneExtourne col 39 from CodeOpExt of LigneExtCourante.
         10 line NoLigneExtourne col 44 from LibelleExt of LigneExtCourante pic X(35).

       01 Extourne-Confirmation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 22 col 1 erase EOL.
         10 line 22 col 1 value "Confirmer l'extourne de cette ligne (o/N) : ".
         10 line 22 col 46 using ConfirmationExtourne.

      ***** Validation des mouvements en attente (double regard) *****
       01 Validation-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 22 value "MOUVEMENTS EN ATTENTE DE VALIDATION".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  T  Banque Guich Racine    Ty  Sens  Montant         Saisi par  Le".

       01 Validation-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneAttente col 1 from NoAttenteSaisi pic Z9.
         10 line NoLigneAttente col 5 from TypeOpAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 8 from CodeBanqueAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 15 from CodeGuichetAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 21 from RacineCompteAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 31 from TypeCompteAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 36 from SensAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 40 from MontantAtt of LigneAttenteCourante pic Z(9)9V,99.
         10 line NoLigneAttente col 56 from OperateurSaisieAtt of LigneAttenteCourante.
         10 line NoLigneAttente col 66 from DateSaisieAtt of LigneAttenteCourante pic X(10).

       01 Validation-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-V-Valider, ligne No ...............:".
         10 line 22 col 1 value "-R-Rejeter, ligne No ...............:".
         10 line 21 col 40 value "-S-Modifier le seuil (admin) :".
         10 line 22 col 40 value "-0-Retour au menu .......... :".
         10 line 23 col 40 value "Option :".

      ***** Gestion des cheques (sous-menu Saisie mouvement, option 5) *****
       01 GestionCheques-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Gestion des cheques".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Remise d'un chequier ............:".
         10 line 22 col 1 value "-2-Opposition sur un cheque ........:".
         10 line 23 col 1 value "-3-Import compensation des cheques .:".
         10 line 21 col 40 value "-4-Regularisation impayes .. :".
         10 line 22 col 40 value "-5-Remise de cheques client . :".
         10 line 23 col 40 value "-6-Compensation aller ....... :".
         10 line 24 col 40 value "-7-Impayes sur remises ...... :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 Chequier-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 5 col 2 value "Compte - Banque/Guichet/Racine/Type :".
         10 line 5 col 41 using CodeBanqueMvt.
         10 line 5 col 47 using CodeGuichetMvt.
         10 line 5 col 53 using RacineCompteMvt.
         10 line 5 col 63 using TypeCompteMvt.
         10 line 6 col 2 value "Numero du premier cheque :".
         10 line 6 col 30 using NumeroDebutSaisi.
         10 line 7 col 2 value "Numero du dernier cheque :".
         10 line 7 col 30 using NumeroFinSaisi.

      ***** Regularisation d'un cheque impaye : compte tireur *****
       01 Regularisation-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 23 value "Regularisation des cheques impayes".
         10 line 5 col 2 value "Compte - Banque/Guichet/Racine/Type :".
         10 line 5 col 41 using CodeBanqueMvt.
         10 line 5 col 47 using CodeGuichetMvt.
         10 line 5 col 53 using RacineCompteMvt.
         10 line 5 col 63 using TypeCompteMvt.

       01 Opposition-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 5 col 2 value "Compte - Banque/Guichet/Racine/Type :".
         10 line 5 col 41 using CodeBanqueMvt.
         10 line 5 col 47 using CodeGuichetMvt.
         10 line 5 col 53 using RacineCompteMvt.
         10 line 5 col 63 using TypeCompteMvt.
         10 line 6 col 2 value "Numero du cheque  :".
         10 line 6 col 23 using NumeroChequeSaisi.
         10 line 7 col 2 value "Motif d'opposition:".
         10 line 7 col 23 using MotifOppositionSaisi pic X(40).

      ***** Bordereau de remise de cheques : compte credite, nombre et total des cheques *****
       01 RemiseCheques-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 25 value "Remise de cheques (bordereau)".
         10 line 5 col 2 value "Compte - Banque/Guichet/Racine/Type :".
         10 line 5 col 41 using CodeBanqueMvt.
         10 line 5 col 47 using CodeGuichetMvt.
         10 line 5 col 53 using RacineCompteMvt.
         10 line 5 col 63 using TypeCompteMvt.
         10 line 6 col 2 value "Nombre de cheques (12 au plus) .....:".
         10 line 6 col 41 using NbChequesRemiseSaisi.
         10 line 6 col 46 value "Total :".
         10 line 6 col 54 using MontantRemiseSaisi pic Z(9)9V,99.

      ***** Une ligne du bordereau, a la ligne d'ecran NoLigneRemiseChq *****
       01 RemiseCheques-Ligne background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneRemiseChq col 2 from NoChequeRemise.
         10 line NoLigneRemiseChq col 6 using BanqueTireeSaisie.
         10 line NoLigneRemiseChq col 14 using NumeroChqRemiseSaisi.
         10 line NoLigneRemiseChq col 24 using MontantChqRemiseSaisi pic Z(9)9V,99.

      ***** Virement externe : compte a debiter puis beneficiaires du client titulaire *****
       01 VirExterne-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Virement externe".
         10 line 5 col 2 value "Compte a debiter - Banque/Guichet/Racine/Type :".
         10 line 5 col 51 using CodeBanqueMvt.
         10 line 5 col 57 using CodeGuichetMvt.
         10 line 5 col 63 using RacineCompteMvt.
         10 line 5 col 73 using TypeCompteMvt.

       01 Beneficiaires-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Beneficiaire                    IBAN                         BIC".

       01 Beneficiaires-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneBenef col 1 from NoBenefSaisi pic Z9.
         10 line NoLigneBenef col 5 from NomBenef of LigneBenefCourante pic X(30).
         10 line NoLigneBenef col 37 from IbanBenef of LigneBenefCourante pic X(27).
         10 line NoLigneBenef col 66 from BicBenef of LigneBenefCourante pic X(11).

       01 Beneficiaire-Creation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 erase EOS.
         10 line 20 col 2 value "Nom du beneficiaire :".
         10 line 20 col 25 using NomBeneficiaireSaisi pic X(30).
         10 line 21 col 2 value "IBAN                :".
         10 line 21 col 25 using IbanBeneficiaireSaisi pic X(27).
         10 line 22 col 2 value "BIC                 :".
         10 line 22 col 25 using BicBeneficiaireSaisi pic X(11).

       01 VirExterne-Montant background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 erase EOS.
         10 line 20 col 2 value "Montant :".
         10 line 20 col 13 using MontantMvt pic Z(9)9V,99.
         10 line 21 col 2 value "Libelle :".
         10 line 21 col 13 using LibelleMvt pic X(40).

      ***** Sous-menu des editions reglementaires (Editions, option 9) *****
       01 EditionsRegl-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Editions reglementaires".
         10 line 18 col 1 pic x(80) value all "_".
         10 line 19 col 1 value "-A-Recapitulatif annuel des frais ..:".
         10 line 20 col 1 value "-1-Mouvements en attente ...........:".
         10 line 21 col 1 value "-2-Hits liste de gel (jour) ........:".
         10 line 22 col 1 value "-3-Supervision activite guichets ...:".
         10 line 23 col 1 value "-4-Declaration especes (mois) ......:".
         10 line 20 col 40 value "-5-Releves fiscaux (annee) . :".
         10 line 21 col 40 value "-6-Revues KYC a faire ...... :".
         10 line 22 col 40 value "-7-Declaration FATCA/CRS ... :".
         10 line 23 col 40 value "-8-Vue unique deposant FGDR  :".
         10 line 24 col 40 value "-9-Rapport des reclamations  :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      *********************************************************************************
      ***** Affichage de l'option 16 "virements permanents" *****
      *********************************************************************************
       01 VirPerm-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 29 value "VIREMENTS PERMANENTS".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Source (Bq Gui Racine    Ty)  Cible (Bq Gui Racine    Ty)   Montant  Jr St".

       01 VirPerm-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneVirPerm col 1 from NoVirPermSaisi pic Z9.
         10 line NoLigneVirPerm col 5 from CodeBanqueSource of LigneVirPermCourante.
         10 line NoLigneVirPerm col 11 from CodeGuichetSource of LigneVirPermCourante.
         10 line NoLigneVirPerm col 15 from RacineCompteSource of LigneVirPermCourante.
         10 line NoLigneVirPerm col 25 from TypeCompteSource of LigneVirPermCourante.
         10 line NoLigneVirPerm col 35 from CodeBanqueCible of LigneVirPermCourante.
         10 line NoLigneVirPerm col 41 from CodeGuichetCible of LigneVirPermCourante.
         10 line NoLigneVirPerm col 45 from RacineCompteCible of LigneVirPermCourante.
         10 line NoLigneVirPerm col 55 from TypeCompteCible of LigneVirPermCourante.
         10 line NoLigneVirPerm col 60 from MontantVirPerm of LigneVirPermCourante pic Z(7)9V,99.
         10 line NoLigneVirPerm col 74 from JourDuMois of LigneVirPermCourante.
         10 line NoLigneVirPerm col 78 from Statut of LigneVirPermCourante.

       01 VirPerm-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Creation d'un virement permanent :".
         10 line 22 col 1 value "-2-Suspendre/reactiver, ligne No    :".
         10 line 23 col 1 value "-3-Annuler, ligne No ...............:".
         10 line 21 col 40 value "-4-Executer les virements dus :".
         10 line 22 col 40 value "-0-Retour au menu ............ :".
         10 line 23 col 40 value "-5-Mandats prelevement .:".
         10 line 23 col 69 value "Option :".

      ***** Mandats de prelevement (option 5 du sous-menu des virements permanents) *****
       01 Mandats-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 28 value "MANDATS DE PRELEVEMENT".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Compte (Bq Gui Racine    Ty)  Creancier             Reference            St".

       01 Mandats-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneMandat col 1 from NoMandatSaisi pic Z9.
         10 line NoLigneMandat col 5 from CodeBanqueMan of LigneMandatCourante.
         10 line NoLigneMandat col 11 from CodeGuichetMan of LigneMandatCourante.
         10 line NoLigneMandat col 15 from RacineCompteMan of LigneMandatCourante.
         10 line NoLigneMandat col 25 from TypeCompteMan of LigneMandatCourante.
         10 line NoLigneMandat col 34 from IdCreancierMan of LigneMandatCourante pic X(20).
         10 line NoLigneMandat col 56 from ReferenceMan of LigneMandatCourante pic X(20).
         10 line NoLigneMandat col 78 from StatutMan of LigneMandatCourante.

       01 Mandats-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Creation d'un mandat ............:".
         10 line 22 col 1 value "-2-Suspendre/reactiver, ligne No    :".
         10 line 23 col 1 value "-3-Annuler, ligne No ...............:".
         10 line 21 col 40 value "-4-Executer une remise ....... :".
         10 line 22 col 40 value "-0-Retour au menu ............ :".
         10 line 23 col 69 value "Option :".

       01 MandatSaisie-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 2 value "Compte a debiter - Banque/Guichet/Racine/Type :".
         10 line 6 col 51 using CodeBanqueMvt.
         10 line 6 col 57 using CodeGuichetMvt.
         10 line 6 col 63 using RacineCompteMvt.
         10 line 6 col 73 using TypeCompteMvt.
         10 line 7 col 2 value "Identifiant creancier :".
         10 line 7 col 27 using IdCreancierSaisi pic X(20).
         10 line 8 col 2 value "Reference du mandat   :".
         10 line 8 col 27 using ReferenceMandatSaisie pic X(20).
         10 line 9 col 2 value "Date signature (AAAAMMJJ) :".
         10 line 9 col 31 using DateSignatureSaisie.

       01 VirPermSaisie-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 2 value "Compte a debiter  - Banque/Guichet/Racine/Type :".
         10 line 6 col 51 using CodeBanqueMvt.
         10 line 6 col 57 using CodeGuichetMvt.
         10 line 6 col 63 using RacineCompteMvt.
         10 line 6 col 73 using TypeCompteMvt.
         10 line 7 col 2 value "Compte a crediter - Banque/Guichet/Racine/Type :".
         10 line 7 col 51 using CodeBanqueMvtCible.
         10 line 7 col 57 using CodeGuichetMvtCible.
         10 line 7 col 63 using RacineCompteMvtCible.
         10 line 7 col 73 using TypeCompteMvtCible.
         10 line 8 col 2 value "Montant              :".
         10 line 8 col 26 using MontantMvt pic Z(9)9V,99.
         10 line 9 col 2 value "Jour du mois (1-31)  :".
         10 line 9 col 26 using JourVirPerm.
         10 line 10 col 2 value "Date debut (AAAAMMJJ):".
         10 line 10 col 26 using DateDebutVirPerm.
         10 line 11 col 2 value "Date fin (vide=sans) :".
         10 line 11 col 26 using DateFinVirPerm.
         10 line 12 col 2 value "Libelle              :".
         10 line 12 col 26 using LibelleMvt pic X(40).

      *********************************************************************************
      ***** Ecran de sign-on operateur (affiche avant le menu general) *****
      *********************************************************************************
       01 SignOn-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value " GESTION BANCAIRE ".
         10 line 5 col 25 value "Identification de l'operateur".
         10 line 8 col 20 value "Code operateur : ".
         10 line 8 col 38 using CodeOperateurSigne.
         10 line 9 col 20 value "Mot de passe   : ".
         10 line 9 col 38 using MotDePasseSaisi.

      ***** Changement force du mot de passe (expiration) *****
       01 ChangementMdp-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 12 col 20 value "Mot de passe expire : changement requis".
         10 line 14 col 20 value "Nouveau mot de passe : ".
         10 line 14 col 44 using NouveauMdpSaisi.
         10 line 15 col 20 value "Confirmation         : ".
         10 line 15 col 44 using ConfirmationMdpSaisie.

      *********************************************************************************
      ***** Affichage de l'option 17 "referentiels / tables" *****
      *********************************************************************************
       01 Referentiels-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Referentiels / tables".
         10 line 19 col 1 pic x(80) value all "_".
         10 line 19 col 40 value "-P-Plan de production ...... :".
         10 line 20 col 1 value "-1-Taux de change ..................:".
         10 line 21 col 1 value "-2-Operateurs (administration) .....:".
         10 line 22 col 1 value "-3-Guichets ........................:".
         10 line 23 col 1 value "-4-Import referentiel des banques ..:".
         10 line 20 col 40 value "-5-Codes operations ........ :".
         10 line 21 col 40 value "-6-Taux interets crediteurs  :".
         10 line 22 col 40 value "-7-Tarification des frais .. :".
         10 line 23 col 40 value "-8-Plan comptable (op -> GL) :".
         10 line 24 col 40 value "-9-Catalogue produits ...... :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      ***** Gestion de la table des operateurs (mirroir de la gestion des banques) *****
       01 GestionOperateur-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Gestion des operateurs".
         10 line 5 col 2 value "Profils : C consultation / G gestion / A administration".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un operateur ............:".
         10 line 22 col 1 value "-2-Modification d'un operateur .....:".
         10 line 23 col 1 value "-3-Suppression d'un operateur ......:".
         10 line 21 col 40 value "-4-Deverrouillage ........ :".
         10 line 22 col 40 value "-5-Matrice autorisations . :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      ***** Plan de production (sous-menu Referentiels, option P) *****
       01 PlanProd-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 29 value "Plan de production".
         10 line 5 col 2 value "Sur erreur : A arret de la chaine / S saut de l'etape suivante / C poursuite".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'une etape ...............:".
         10 line 22 col 1 value "-2-Suppression d'une etape .........:".
         10 line 23 col 1 value "-3-Liste d'une chaine ..............:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 PlanProd-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Chaine : ".
         10 line 1 col 10 using NomChaineSaisie.
         10 line 1 col 26 value "No : ".
         10 line 1 col 31 using NoEtapeSaisie.
         10 line 1 col 37 value "Mode : ".
         10 line 1 col 44 using ModeEtapeSaisie.
         10 line 1 col 66 value "Sur err : ".
         10 line 1 col 76 using SurErreurSaisi.

       01 PlanProd-SaisieCle background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Chaine : ".
         10 line 1 col 10 using NomChaineSaisie.
         10 line 1 col 26 value "No etape : ".
         10 line 1 col 38 using NoEtapeSaisie.

       01 PlanProd-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 29 value "ETAPES DE LA CHAINE".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " No    Mode                  Sur erreur".

       01 PlanProd-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLignePlan col 2 from NoEtapePlan of LignePlanCourante pic Z(3)9.
         10 line NoLignePlan col 8 from ModeEtapePlan of LignePlanCourante pic X(20).
         10 line NoLignePlan col 31 from SurErreurPlan of LignePlanCourante.

      ***** Matrice des autorisations (gestion des operateurs, option 5, profil A) *****
       01 MatriceAutor-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Matrice des autorisations".
         10 line 5 col 2 value "Une ligne par profil et option permise ; plafond 0 = sans plafond".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Autoriser profil/option .........:".
         10 line 22 col 1 value "-2-Retirer profil/option ...........:".
         10 line 23 col 1 value "-3-Restriction guichet operateur ...:".
         10 line 21 col 40 value "-4-Edition de la matrice .. :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 MatriceAutor-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Profil : ".
         10 line 1 col 10 using ProfilAutorSaisi.
         10 line 1 col 13 value "Option (1-19) : ".
         10 line 1 col 30 using OptionAutorSaisie.
         10 line 1 col 34 value "Plafond montant (0 = sans) : ".
         10 line 1 col 64 using PlafondAutorSaisi pic Z(9)9V,99.

       01 MatriceAutor-SaisieCle background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Profil : ".
         10 line 1 col 10 using ProfilAutorSaisi.
         10 line 1 col 13 value "Option (1-19) : ".
         10 line 1 col 30 using OptionAutorSaisie.

       01 MatriceAutor-Restriction background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code operateur : ".
         10 line 1 col 18 using CodeOperateurSaisie.
         10 line 1 col 28 value "Guichet restreint (vide = lever) : ".
         10 line 1 col 64 using GuichetRestreintSaisi.

       01 GestionOperateur-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code : ".
         10 line 1 col 8 using CodeOperateurSaisie.
         10 line 1 col 18 value "Nom : ".
         10 line 1 col 24 using NomOperateurSaisie pic X(20).
         10 line 1 col 46 value "Mot de passe : ".
         10 line 1 col 61 using MotDePasseOper.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Profil (C/G/A) : ".
         10 line 2 col 18 using ProfilSaisi.

       01 GestionOperateur-SaisieCode background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code operateur : ".
         10 line 1 col 18 using CodeOperateurSaisie.

       01 GestionOperateur-Modification background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Nouveau mot de passe : ".
         10 line 2 col 24 using MotDePasseOper.
         10 line 2 col 40 value "Nouveau profil (C/G/A) : ".
         10 line 2 col 66 using ProfilSaisi.

       01 GestionOperateur-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion du referentiel des guichets (mirroir de la gestion des banques) *****
       01 GestionGuichet-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Gestion des guichets".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un guichet ..............:".
         10 line 22 col 1 value "-2-Modification d'un guichet .......:".
         10 line 23 col 1 value "-3-Suppression d'un guichet ........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionGuichet-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code banque : ".
         10 line 1 col 15 using CodeBanqueGuichetSaisie.
         10 line 1 col 22 value "Code guichet : ".
         10 line 1 col 38 using CodeGuichetSaisie.
         10 line 1 col 45 value "Nom : ".
         10 line 1 col 51 using NomGuichetSaisie pic X(25).
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Adresse : ".
         10 line 2 col 11 using AdresseGuichetSaisie pic X(40).

       01 GestionGuichet-SaisieCle background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code banque : ".
         10 line 1 col 15 using CodeBanqueGuichetSaisie.
         10 line 1 col 22 value "Code guichet : ".
         10 line 1 col 38 using CodeGuichetSaisie.

       01 GestionGuichet-AffichageNom background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Nom actuel : ".
         10 line 2 col 14 from NomGuichetTrouve pic X(25).
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Nouveau nom : ".
         10 line 3 col 15 using NomGuichetSaisie pic X(25).
         10 line 3 col 42 value "Adresse : ".
         10 line 3 col 52 using AdresseGuichetSaisie pic X(28).

       01 GestionGuichet-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 4 col 1 erase EOL.
         10 line 4 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 4 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion du referentiel des codes operations (mirroir de la gestion des taux) *****
       01 GestionCodeOp-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Gestion des codes operations".
         10 line 5 col 2 value "Un code sur 3 positions, un libelle et une famille (ex VIR / Virement / Transferts)".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un code .................:".
         10 line 22 col 1 value "-2-Modification d'un code ..........:".
         10 line 23 col 1 value "-3-Suppression d'un code ...........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionCodeOp-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code : ".
         10 line 1 col 8 using CodeOperationSaisie.
         10 line 1 col 13 value "Libelle : ".
         10 line 1 col 23 using LibelleCodeOpSaisie pic X(30).
         10 line 1 col 55 value "Famille : ".
         10 line 1 col 65 using FamilleCodeOpSaisie pic X(15).

       01 GestionCodeOp-SaisieCode background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code operation : ".
         10 line 1 col 18 using CodeOperationSaisie.

       01 GestionCodeOp-Modification background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Libelle actuel : ".
         10 line 2 col 18 from LibelleCodeOpTrouve pic X(25).
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Nouveau libelle : ".
         10 line 3 col 19 using LibelleCodeOpSaisie pic X(30).
         10 line 3 col 51 value "Famille : ".
         10 line 3 col 61 using FamilleCodeOpSaisie pic X(15).

       01 GestionCodeOp-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 4 col 1 erase EOL.
         10 line 4 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 4 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion de la table des taux de change (mirroir de la gestion des banques) *****
       01 GestionTaux-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Gestion des taux de change".
         10 line 5 col 2 value "TauxEur = contre-valeur en euros d'une unite de la devise".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un taux .................:".
         10 line 22 col 1 value "-2-Modification d'un taux ..........:".
         10 line 23 col 1 value "-3-Suppression d'un taux ...........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionTaux-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Devise : ".
         10 line 1 col 10 using DeviseSaisie.
         10 line 1 col 20 value "Taux EUR : ".
         10 line 1 col 32 using TauxSaisi pic Z(2)9V,999999.
         10 line 1 col 45 value "Validite (vide=jour) : ".
         10 line 1 col 68 using DateValiditeTauxSaisie.

       01 GestionTaux-SaisieDevise background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Devise : ".
         10 line 1 col 10 using DeviseSaisie.
         10 line 1 col 20 value "Date validite (vide = derniere) : ".
         10 line 1 col 55 using DateValiditeTauxSaisie.

       01 GestionTaux-AffichageTaux background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Taux actuel : ".
         10 line 2 col 15 from TauxTrouve pic Z(2)9V,999999.
         10 line 2 col 30 value "Nouveau taux : ".
         10 line 2 col 46 using TauxSaisi pic Z(2)9V,999999.

       01 GestionTaux-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion du referentiel des taux d'interets crediteurs (mirroir de la gestion des taux de change) *****
       01 GestionTauxInt-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Gestion des taux d'interets crediteurs".
         10 line 5 col 2 value "Taux mensuel applique au Credit des comptes du type (ex 0,002500)".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un taux .................:".
         10 line 22 col 1 value "-2-Modification d'un taux ..........:".
         10 line 23 col 1 value "-3-Suppression d'un taux ...........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionTauxInt-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Type compte : ".
         10 line 1 col 15 using TypeCompteTauxSaisi.
         10 line 1 col 20 value "Taux mensuel : ".
         10 line 1 col 36 using TauxIntSaisi pic Z(2)9V,999999.

       01 GestionTauxInt-SaisieType background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Type compte : ".
         10 line 1 col 15 using TypeCompteTauxSaisi.

       01 GestionTauxInt-AffichageTaux background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Taux actuel : ".
         10 line 2 col 15 from TauxIntTrouve pic Z(2)9V,999999.
         10 line 2 col 30 value "Nouveau taux : ".
         10 line 2 col 46 using TauxIntSaisi pic Z(2)9V,999999.

       01 GestionTauxInt-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion du bareme de tarification (mirroir de la gestion des codes operations) *****
       01 GestionTarif-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Tarification des frais".
         10 line 5 col 2 value "Un tarif par type de compte et par service (ex CC / TENUE / Frais de tenue / 2,50)".
         10 line 6 col 2 value "Services INC... factures a l'incident (ex INCCHQ / Rejet de cheque impaye)".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un tarif ................:".
         10 line 22 col 1 value "-2-Modification d'un tarif .........:".
         10 line 23 col 1 value "-3-Suppression d'un tarif ..........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionTarif-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Type : ".
         10 line 1 col 8 using TypeCompteTarifSaisi.
         10 line 1 col 12 value "Service : ".
         10 line 1 col 22 using CodeServiceSaisi.
         10 line 1 col 34 value "Libelle : ".
         10 line 1 col 44 using LibelleServiceSaisi pic X(20).
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Montant : ".
         10 line 2 col 11 using MontantTarifSaisi pic Z(5)9V,99.

       01 GestionTarif-SaisieCle background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Type compte : ".
         10 line 1 col 15 using TypeCompteTarifSaisi.
         10 line 1 col 20 value "Code service : ".
         10 line 1 col 36 using CodeServiceSaisi.

       01 GestionTarif-Modification background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Montant actuel : ".
         10 line 2 col 18 from MontantTarifTrouve pic Z(5)9V,99.
         10 line 2 col 30 value "Nouveau montant : ".
         10 line 2 col 49 using MontantTarifSaisi pic Z(5)9V,99.

       01 GestionTarif-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion du plan comptable operation -> compte GL (mirroir des codes operations) *****
       01 GestionCompteGL-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 24 value "Plan comptable (operation -> compte GL)".
         10 line 5 col 2 value "Un compte du grand livre par code operation (ex VIR -> 51200000)".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un mappage ..............:".
         10 line 22 col 1 value "-2-Modification d'un mappage .......:".
         10 line 23 col 1 value "-3-Suppression d'un mappage ........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionCompteGL-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code operation : ".
         10 line 1 col 18 using CodeOperationGLSaisie.
         10 line 1 col 24 value "Compte GL : ".
         10 line 1 col 36 using CompteGLSaisi.

       01 GestionCompteGL-SaisieCode background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Code operation : ".
         10 line 1 col 18 using CodeOperationGLSaisie.

       01 GestionCompteGL-Modification background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Compte GL actuel : ".
         10 line 2 col 20 from CompteGLTrouve.
         10 line 2 col 34 value "Nouveau compte GL : ".
         10 line 2 col 55 using CompteGLSaisi.

       01 GestionCompteGL-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      ***** Gestion du catalogue des produits (mirroir des autres referentiels) *****
       01 GestionProduit-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Catalogue des produits".
         10 line 5 col 2 value "Un produit par type de compte : libelle, decouvert O/N, interets O/N, releve M/T/A".
         10 line 6 col 2 value "et eligibilite a la garantie des depots FGDR O/N (vide = eligible)".
         10 line 7 col 2 value "Comptes a terme : taux annuel de penalite en cas de retrait anticipe".
         10 line 8 col 2 value "Revision decouvert : % revenus, plafond, maxima mois debiteurs et depassements".
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ajout d'un produit ..............:".
         10 line 22 col 1 value "-2-Modification d'un produit .......:".
         10 line 23 col 1 value "-3-Suppression d'un produit ........:".
         10 line 21 col 40 value "-4-Edition de la liste ..... :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GestionProduit-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Type : ".
         10 line 1 col 8 using TypeCompteProduitSaisi.
         10 line 1 col 12 value "Libelle : ".
         10 line 1 col 22 using LibelleProduitSaisi pic X(30).
         10 line 2 col 1 erase EOL.
         10 line 2 col 1 value "Decouvert (O/N) : ".
         10 line 2 col 19 using DecouvertProduitSaisi.
         10 line 2 col 22 value "Interets (O/N) : ".
         10 line 2 col 39 using InteretsProduitSaisi.
         10 line 2 col 42 value "Releve (M/T/A) : ".
         10 line 2 col 59 using FrequenceProduitSaisi.
         10 line 2 col 62 value "FGDR (O/N) : ".
         10 line 2 col 75 using EligibleFgdrSaisi.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Penalite retrait anticipe terme (% an) : ".
         10 line 3 col 42 using TauxPenaliteProduitSaisi pic Z9V,9999.
         10 line 4 col 1 erase EOL.
         10 line 4 col 1 value "Revision decouvert % : ".
         10 line 4 col 24 using PctRevenuDecProduitSaisi pic ZZ9.
         10 line 4 col 29 value "Plafond : ".
         10 line 4 col 39 using PlafondDecProduitSaisi pic Z(5)9.
         10 line 4 col 47 value "Mois deb. : ".
         10 line 4 col 59 using MaxMoisDebProduitSaisi pic Z9.
         10 line 4 col 63 value "Depass. : ".
         10 line 4 col 73 using MaxDepassProduitSaisi pic Z9.

       01 GestionProduit-SaisieType background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Type compte : ".
         10 line 1 col 15 using TypeCompteProduitSaisi.

       01 GestionProduit-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 3 col 1 erase EOL.
         10 line 3 col 1 value "Confirmer la suppression (o/N) : ".
         10 line 3 col 35 using ConfirmationSuppressionBanque.

      *********************************************************************************
      ***** Affichage de l'option 18 "consultations / suivi" *****
      *********************************************************************************
       01 ConsultationSuivi-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 28 value "Consultations / suivi".
         10 line 18 col 1 pic x(80) value all "_".
         10 line 19 col 1 value "-D-Revision des decouverts .........:".
         10 line 20 col 1 value "-1-Journal des batchs ..............:".
         10 line 21 col 1 value "-2-Recyclage des rejets d'import ...:".
         10 line 22 col 1 value "-3-Historique corrections cle RIB ..:".
         10 line 23 col 1 value "-4-Catalogue des editions ..........:".
         10 line 20 col 40 value "-5-Production courriers (jour) :".
         10 line 21 col 40 value "-6-Audit des referentiels .... :".
         10 line 22 col 40 value "-7-Journal des sessions ...... :".
         10 line 23 col 40 value "-8-Acquittement alertes batch  :".
         10 line 24 col 40 value "-9-Surveillance LCB-FT ....... :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      *********************************************************************************
      ***** Affichage de l'option 19 "exploitation" *****
      *********************************************************************************
       01 Exploitation-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "Exploitation".
      ***** La barre remonte pour loger les options I, E, R, S, G et H sous elle, avec les autres *****
         10 line 14 col 1 pic x(80) value all "_".
         10 line 15 col 1 value "-G-Changement de domiciliation .....:".
         10 line 15 col 40 value "-H-Saisies attribution/SATD  :".
         10 line 16 col 1 value "-R-Virements SEPA recus ............:".
         10 line 16 col 40 value "-S-Virements en attente .... :".
         10 line 17 col 1 value "-E-Comptes inactifs (Eckert) .......:".
         10 line 17 col 40 value "-V-Remises de virements .... :".
         10 line 18 col 1 value "-I-Controle d'integrite base .......:".
         10 line 18 col 40 value "-C-Transactions cartes ..... :".
         10 line 19 col 1 value "-M-Import maj clients (fichier) ....:".
         10 line 19 col 40 value "-A-Photo mensuelle soldes .. :".
         10 line 20 col 1 value "-1-Anonymisation clients inactifs ..:".
         10 line 21 col 1 value "-2-Sauvegarde base vers fichiers ...:".
         10 line 22 col 1 value "-3-Rechargement base (base vide) ...:".
         10 line 23 col 1 value "-4-Facturation des frais (mois) ....:".
         10 line 20 col 40 value "-5-Arrete de journee ....... :".
         10 line 21 col 40 value "-6-Retours plateforme SEPA . :".
         10 line 22 col 40 value "-7-Interface comptable jour  :".
         10 line 23 col 40 value "-8-Revalorisation devises .. :".
         10 line 24 col 40 value "-9-Import liste de gel ..... :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      ***** Enregistrement d'une saisie sur comptes (Exploitation, option H) *****
       01 OrdreSaisie-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Enregistrement d'une saisie".
         10 line 5 col 2 value "Nom du client .....................:".
         10 line 5 col 40 using NomSaisieRecherche.
         10 line 6 col 2 value "Prenom ............................:".
         10 line 6 col 40 using PrenomSaisieRecherche.
         10 line 7 col 2 value "Code postal .......................:".
         10 line 7 col 40 using CodePostalSaisieRecherche.
         10 line 9 col 2 value "Type (A attribution / D admin.) ...:".
         10 line 9 col 40 using TypeSaisieSaisi.
         10 line 9 col 43 value "A huissier / D administration".
         10 line 10 col 2 value "Creancier .........................:".
         10 line 10 col 40 using NomBeneficiaireSaisi pic X(30).
         10 line 11 col 2 value "IBAN du creancier .................:".
         10 line 11 col 40 using IbanBeneficiaireSaisi pic X(27).
         10 line 12 col 2 value "BIC du creancier ..................:".
         10 line 12 col 40 using BicBeneficiaireSaisi pic X(11).
         10 line 13 col 2 value "Reference de l'acte ...............:".
         10 line 13 col 40 using ReferenceActeSaisie pic X(20).
         10 line 14 col 2 value "Montant reclame ...................:".
         10 line 14 col 40 using MontantReclameSaisie pic Z(9)9V,99.
         10 line 15 col 2 value "Date de signification (AAAAMMJJ) ..:".
         10 line 15 col 40 using DateSignificationSaisie.

      ***** Enregistrement d'une reclamation client (Gestion client, option R) *****
       01 Reclamation-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 27 value "Enregistrement d'une reclamation".
         10 line 5 col 2 value "Categorie .................:".
         10 line 5 col 31 using CategorieReclamSaisie.
         10 line 5 col 34 value "F frais contestes / D debit errone".
         10 line 6 col 34 value "C cheque perdu ou vole / A autre".
         10 line 7 col 2 value "Canal de reception ........:".
         10 line 7 col 31 using CanalReclamSaisi.
         10 line 7 col 34 value "G guichet / T tel. / E email / C courrier".
         10 line 8 col 2 value "Recue le (AAAAMMJJ) .......:".
         10 line 8 col 31 using DateReceptionReclamSaisie.
         10 line 8 col 41 value "(vide = aujourd'hui)".
         10 line 9 col 2 value "Compte concerne, ligne No .:".
         10 line 9 col 31 using LigneCompteReclamSaisie.
         10 line 9 col 34 value "(0 = aucun compte)".
         10 line 10 col 2 value "Mouvement conteste (o/N) ..:".
         10 line 10 col 31 using MouvementReclamSaisi.
         10 line 10 col 34 value "(designe dans la liste du compte)".
         10 line 11 col 2 value "Objet .....................:".
         10 line 11 col 31 using ObjetReclamSaisi pic X(48).
         10 line 12 col 2 value "Operateur en charge .......:".
         10 line 12 col 31 using OperateurReclamSaisi pic X(8).
         10 line 12 col 41 value "(vide = vous-meme)".

      ***** Consultation de l'historique des corrections de cle RIB *****
       01 HistoRib-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 23 value "Historique des corrections de cle RIB".
         10 line 5 col 2 value "Code banque (vide = toutes)  :".
         10 line 5 col 34 using CodeBanqueHisto.
         10 line 6 col 2 value "Code guichet (vide = tous)   :".
         10 line 6 col 34 using CodeGuichetHisto.
         10 line 7 col 2 value "Racine compte (vide = toutes):".
         10 line 7 col 34 using RacineCompteHisto.
         10 line 8 col 2 value "Type compte (vide = tous)    :".
         10 line 8 col 34 using TypeCompteHisto.
         10 line 9 col 2 value "Du (AAAAMMJJ, vide = debut)  :".
         10 line 9 col 34 using DateDebutHisto.
         10 line 10 col 2 value "Au (AAAAMMJJ, vide = fin)    :".
         10 line 10 col 34 using DateFinHisto.

       01 HistoRib-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 22 value "HISTORIQUE DES CORRECTIONS DE CLE RIB".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Banque Guichet Compte       Ancienne Nouvelle Date                Operateur".

       01 HistoRib-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigne Col 2 from CodeBanque of LigneHistoRib.
         10 line NoLigne Col 9 from CodeGuichet of LigneHistoRib.
         10 line NoLigne Col 17 from RacineCompte of LigneHistoRib.
         10 line NoLigne Col 27 from TypeCompte of LigneHistoRib.
         10 line NoLigne Col 33 from AncienneCle of LigneHistoRib.
         10 line NoLigne Col 42 from NouvelleCle of LigneHistoRib.
         10 line NoLigne Col 50 from DateCorrection of LigneHistoRib.
         10 line NoLigne Col 71 from CodeOperateur of LigneHistoRib.

       01 HistoRib-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      ***** Acquittement des alertes batch (Consultations, option 8) *****
       01 AlerteBatch-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 23 value "ALERTES BATCH NON ACQUITTEES".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Date                 Mode                  Issue      Bloquante".

       01 AlerteBatch-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneAlerte col 1 from NbAlertesAffichees pic Z9.
         10 line NoLigneAlerte col 5 from DateAl of LigneAlerteCourante pic X(19).
         10 line NoLigneAlerte col 26 from ModeAl of LigneAlerteCourante pic X(20).
         10 line NoLigneAlerte col 48 from ResultatAl of LigneAlerteCourante pic X(10).
         10 line NoLigneAlerte col 62 from BloquanteAl of LigneAlerteCourante.

      ***** Consultation du journal des sessions operateur (Consultations, option 7) *****
       01 JournalSession-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 24 value "Journal des sessions operateur".
         10 line 5 col 2 value "Operateur (vide = tous)      :".
         10 line 5 col 34 using OperateurSessionFiltre.
         10 line 6 col 2 value "Du (AAAAMMJJ, vide = debut)  :".
         10 line 6 col 34 using DateDebutSession.
         10 line 7 col 2 value "Au (AAAAMMJJ, vide = fin)    :".
         10 line 7 col 34 using DateFinSession.

       01 JournalSession-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 24 value "JOURNAL DES SESSIONS OPERATEUR".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Date                Operateur  Type     Op  Origine   Fin de session".

       01 JournalSession-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneSession col 2 from DateDebutSes of LigneSessionCourante pic X(19).
         10 line NoLigneSession col 22 from OperateurSes of LigneSessionCourante pic X(8).
         10 line NoLigneSession col 33 from TypeLigneSes of LigneSessionCourante pic X(7).
         10 line NoLigneSession col 42 from OptionSes of LigneSessionCourante.
         10 line NoLigneSession col 46 from OrigineSes of LigneSessionCourante pic X(8).
         10 line NoLigneSession col 56 from DateFinSes of LigneSessionCourante pic X(19).

       01 JournalSession-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      ***** Consultation de l'audit des referentiels (Consultations, option 6) *****
       01 AuditRef-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "Audit des referentiels".
         10 line 5 col 2 value "Table (vide = toutes)        :".
         10 line 5 col 34 using TableAuditFiltre.
         10 line 6 col 2 value "Operateur (vide = tous)      :".
         10 line 6 col 34 using OperateurAuditFiltre.
         10 line 7 col 2 value "Du (AAAAMMJJ, vide = debut)  :".
         10 line 7 col 34 using DateDebutAudit.
         10 line 8 col 2 value "Au (AAAAMMJJ, vide = fin)    :".
         10 line 8 col 34 using DateFinAudit.

       01 AuditRef-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 26 value "AUDIT DES REFERENTIELS".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Date                Table        A Cle                      Operateur".

       01 AuditRef-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneAudit col 2 from DateAud of LigneAuditCourante pic X(19).
         10 line NoLigneAudit col 22 from TableAud of LigneAuditCourante pic X(12).
         10 line NoLigneAudit col 35 from ActionAud of LigneAuditCourante.
         10 line NoLigneAudit col 37 from CleAud of LigneAuditCourante pic X(24).
         10 line NoLigneAudit col 62 from OperateurAud of LigneAuditCourante pic X(8).

      ***** Seconde ligne de l'enregistrement : valeurs avant / apres *****
       01 AuditRef-Valeurs background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneAudit col 4 value "av:".
         10 line NoLigneAudit col 8 from AncienAud of LigneAuditCourante pic X(32).
         10 line NoLigneAudit col 42 value "ap:".
         10 line NoLigneAudit col 46 from NouveauAud of LigneAuditCourante pic X(32).

       01 AuditRef-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      ***** Catalogue des editions : liste numerotee des editions conservees *****
       01 CatalogueEditions-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 28 value "CATALOGUE DES EDITIONS".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Type             Date                Pages  Lignes  Fichier".

       01 CatalogueEditions-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneCatalogue col 1 from NoEditionChoisie pic Z9.
         10 line NoLigneCatalogue col 5 from TypeCat of LigneCatalogue pic X(16).
         10 line NoLigneCatalogue col 22 from DateCat of LigneCatalogue.
         10 line NoLigneCatalogue col 42 from NbPagesCat of LigneCatalogue.
         10 line NoLigneCatalogue col 49 from NbLignesCat of LigneCatalogue.
         10 line NoLigneCatalogue col 57 from NomCourtAfficheCat.

      ***** Ecran de recyclage d'un rejet d'importation *****
       01 RecyclageRejets-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 26 value "RECYCLAGE DES REJETS D'IMPORT".
         10 line 5 col 2 value "No ligne d'origine : ".
         10 line 5 col 24 from NoLigneRejetCourant.
         10 line 5 col 40 value "Statut : ".
         10 line 5 col 49 from StatutRejetCourant.
         10 line 6 col 2 value "Motif : ".
         10 line 6 col 10 from MotifRejetCourant pic X(60).
         10 line 8 col 2 value "Contenu de la ligne :".
         10 line 9 col 2 from ContenuRejetL1.
         10 line 10 col 2 from ContenuRejetL2.
         10 line 11 col 2 from ContenuRejetL3.
         10 line 12 col 2 from ContenuRejetL4.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "[C]orriger  [R]esoumettre  [A]bandonner  [S]uivant  [M]enu : ".

      ***** Correction en place du contenu de la ligne rejetee *****
       01 RecyclageRejets-Correction background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 9 col 2 using ContenuRejetL1.
         10 line 10 col 2 using ContenuRejetL2.
         10 line 11 col 2 using ContenuRejetL3.
         10 line 12 col 2 using ContenuRejetL4.

      ***** Consultation du journal des executions batch, les plus recentes d'abord *****
       01 JournalBatch-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 4 col 29 value "JOURNAL DES BATCHS".
         10 line 5 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE " Mode           Debut                Fin                  Lues   Rejets Issue".

       01 JournalBatch-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line noLigne Col 2 from ModeJournal of LigneJournalBatch pic X(13).
         10 line noLigne Col 17 from DateDebutJournal of LigneJournalBatch.
         10 line noLigne Col 38 from DateFinJournal of LigneJournalBatch.
         10 line noLigne Col 59 from LignesLues of LigneJournalBatch.
         10 line noLigne Col 67 from LignesRejetees of LigneJournalBatch.
         10 line noLigne Col 74 from Resultat of LigneJournalBatch pic X(7).

       01 JournalBatch-F background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 Col 1 ERASE EOL.
         10 LINE 6 Col 1 ERASE EOS.

      *********************************************************************************
      ***** Affichage de l'option 15 "editions / rapports" *****
      *********************************************************************************
       01 EditionsRapports-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 30 value "Editions / rapports".
      ***** La barre remonte pour loger les options R et P sous elle, avec les autres *****
         10 line 16 col 1 pic x(80) value all "_".
         10 line 17 col 1 value "-S-Simulation grilles taux / tarifs :".
         10 line 18 col 1 value "-R-Rentabilite clients (PNB) .......:".
         10 line 18 col 40 value "-P-Projection de tresorerie  :".
         10 line 19 col 1 value "-E-Releves electroniques ...........:".
         10 line 19 col 40 value "-G-Balance agee suspens .... :".
         10 line 20 col 1 value "-1-Controle soldes / mouvements ....:".
         10 line 21 col 1 value "-2-Releves de compte mensuels ......:".
         10 line 22 col 1 value "-3-Depassements de decouvert .......:".
         10 line 23 col 1 value "-4-Export SEPA (IBAN/BIC) ..........:".
         10 line 20 col 40 value "-5-Qualite donnees de contact :".
         10 line 21 col 40 value "-6-Extraction emails releves  :".
         10 line 22 col 40 value "-7-Recap familles operations  :".
         10 line 23 col 40 value "-8-Repertoire des clients ... :".
         10 line 24 col 40 value "-9-Editions reglementaires .. :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      ****************************************************************************
      ***** Affichage de Gestion client (Option 6) stocké dans une variable  *****
      ****************************************************************************
      ***** Menu *****
       01 MenuGestionClient.
         10 line 1 col 1 blank screen.
         10 Line 3 Col 31 value "Gestion des clients".
         10 Line 5 Col 1 Value " Nom ........... :".
         10 Line 5 Col 46 Value " Prenom ... :".
         10 Line 6 Col 1 Value " Code postal ... :".
         10 Line 6 Col 46 Value " Ville .... :".
      ***** Adresse postale, telephone et email du client *****
         10 Line 7 Col 1 Value " Adresse ....... :".
         10 Line 7 Col 46 Value " Telephone :".
         10 Line 8 Col 1 Value " Email ......... :".
         10 background-color is CouleurCaractere foreground-color is CouleurFondEcran.
           20 Line 9 Col 1 pic x(80).
           20 Line 9 Col 1 value "No".
           20 Line 9 Col 4 value "Banque".
           20 Line 9 Col 30 value "Guichet".
           20 Line 9 Col 38 value "Compte".
           20 Line 9 Col 51 value "Cle".
           20 Line 9 Col 56 value "Debit".
           20 Line 9 Col 68 value "Credit".

      ***** Entete *****
       01 GestionListeCompte-E.
         10 Line 5 Col 20 using Nom of Client pic X(20).
         10 Line 5 Col 60 using Prenom of Client pic X(20).
         10 Line 6 Col 20 using CodePostal of Client.
         10 Line 6 Col 60 using Ville of Client pic X(20).
      ***** Adresse postale, telephone et email du client *****
         10 Line 7 Col 20 using Adresse of Client pic X(30).
         10 Line 7 Col 60 using Telephone of Client pic X(15).
         10 Line 8 Col 20 using Email of Client pic X(40).


      ***** Contenu *****
       01 GestionListeCompte-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneEcran col 1 erase EOL.
         10 Line NoLigneEcran Col 1 from LigneCompte.
         10 Line NoLigneEcran Col 4 using CodeBanque of LigneCourante.
         10 Line NoLigneEcran Col 10 from NomBanque of LigneCourante pic X(20).
         10 Line NoLigneEcran Col 30 using CodeGuichet of LigneCourante.
         10 Line NoLigneEcran Col 38 using RacineCompte of LigneCourante.
         10 Line NoLigneEcran Col 48 using TypeCompte of LigneCourante.
         10 Line NoLigneEcran Col 51 from CleRib of LigneCourante.
         10 Line NoLigneEcran Col 55 using Debit of LigneCourante pic Z(8)9V,99.
         10 Line NoLigneEcran Col 68 using Credit of LigneCourante pic Z(8)9V,99.


       01 GestionListeCompte-NotifCreate background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value " Voulez-vous le creer (o/N) :" background-color is CouleurCaractere foreground-color is CouleurFondEcran.

       01 GestionListeClient-NotifUpdate background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value " Voulez-vous terminer, le modifier ou le supprimer (T/m/s) :" background-color is CouleurCaractere foreground-color is CouleurFondEcran.

       01 M-EffaceQuestion Background-Color is CouleurFondEcran.
         10 line 1 col 1 pic x(80).

      ***** Confirmation avant suppression d'un client et de ses comptes *****
       01 GestionListeClient-NotifSuppression background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 erase EOL.
         10 line 1 col 1 value "Supprimer ce client et tous ses comptes (o/N) : ".
         10 line 1 col 50 using ConfirmationSuppressionClient.

      ***** Le sous-menu remonte d'une ligne pour loger les options 6 et 7 : la liste des *****
      ***** comptes s'arrete desormais a la ligne 18 (NbLignesPageCompte ramene a 9) *****
       01 GestionListeCompte-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 19 col 1 erase EOS.
         10 line 19 col 1 pic x(80) value all "_".
         10 line 20 col 1 value "-1-Ajout d'un compte ...............:" foreground-color is CreateForeGround.
         10 line 21 col 1 value "-2-Modification compte, ligne No    :" foreground-color is UpdateForeGround.
         10 line 22 col 1 value "-3-Suppression compte, ligne No    .:" foreground-color is DeleteForeGround.
         10 line 20 col 39 value "-4-Modification de l'entete :" foreground-color is UpdateForeGround.
         10 line 21 col 39 value "-A-Annulation ............. :".
         10 line 22 col 39 value "-V-Validation ............. :" foreground-color is CreateForeGround.
      ***** Fusion manuelle de clients doublons *****
         10 line 23 col 1 value "-5-Fusion avec un client doublon ...:".
      ***** Changement de statut du compte (ouvert / bloque / clos) *****
         10 line 24 col 1 value "-6-Statut compte, ligne No :".
      ***** Decouvert autorise du compte *****
         10 line 23 col 39 value "-7-Decouvert autorise, No . :".
      ***** Co-titulaires / procurations du compte *****
         10 line 24 col 39 value "-8-Co-titulaires, No :".
      ***** Cartes de paiement du compte (No de ligne demande en bas d'ecran) *****
         10 line 20 col 69 value "-9-Cartes :".
      ***** Deces du client : succession (gel des comptes, certificats, reglement) *****
         10 line 21 col 69 value "-D-Deces :".
      ***** Connaissance client : classe de risque, piece d'identite, revue periodique *****
         10 line 22 col 69 value "-K-KYC :".
      ***** Abonnements du compte aux alertes SMS / email (No de ligne demande en bas d'ecran) *****
         10 line 23 col 69 value "-N-Alertes :".
      ***** Reclamations du client : registre, delais, gestes commerciaux *****
      ***** Menage / groupe d'affaires du client, vue consolidee *****
         10 line 19 col 46 value "-G-Groupe :".
         10 line 19 col 64 value "-R-Reclamations :".
         10 line 24 col 63 value "Option :".

      ***** Creation / modification du menage ou groupe d'affaires du client courant *****
       01 GroupeClient-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 27 value "Menage / groupe d'affaires".
         10 line 5 col 2 value "Client ............................:".
         10 line 5 col 40 from Nom of Client pic X(15).
         10 line 5 col 56 from Prenom of Client pic X(15).
         10 line 7 col 2 value "Type (M menage / E entreprises) ...:".
         10 line 7 col 40 using TypeGroupeSaisi.
         10 line 8 col 2 value "Libelle du groupe .................:".
         10 line 8 col 40 using LibelleGroupeSaisi pic X(40).
         10 line 9 col 2 value "Exoneration des frais mensuels (%) :".
         10 line 9 col 40 using ExonerationGroupeSaisie.
         10 line 9 col 44 value "0 = aucune, 100 = frais offerts".

      ***** Connaissance client (KYC) du client courant *****
       01 Kyc-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 27 value "Connaissance client (KYC)".
         10 line 5 col 2 value "Client ............................:".
         10 line 5 col 40 from Nom of Client pic X(15).
         10 line 5 col 56 from Prenom of Client pic X(15).
         10 line 7 col 2 value "Classe de risque (E/M/F) ..........:".
         10 line 7 col 40 using ClasseRisqueSaisie.
         10 line 7 col 43 value "revue E 1 an / M 3 ans / F 5 ans".
         10 line 8 col 2 value "Piece d'identite (CNI/PAS/TS) .....:".
         10 line 8 col 40 using TypePieceSaisie.
         10 line 9 col 2 value "Numero de la piece ................:".
         10 line 9 col 40 using NumeroPieceSaisie.
         10 line 10 col 2 value "Expire le (AAAAMMJJ) ..............:".
         10 line 10 col 40 using DateExpirationSaisie.
         10 line 12 col 2 value "Derniere revue ....................:".
         10 line 12 col 40 from DateDerniereRevueEd.
         10 line 13 col 2 value "Prochaine revue ...................:".
         10 line 13 col 40 from DateProchaineRevueEd.
         10 line 15 col 2 value "Enregistrer la revue du jour (o/N) :".
         10 line 15 col 40 using RevueKycSaisie.
      ***** Residence fiscale et auto-certification (echange automatique FATCA / CRS) *****
         10 line 17 col 2 value "Nationalite (code pays ISO) .......:".
         10 line 17 col 40 using NationaliteSaisie.
         10 line 17 col 43 value "pays de l'adresse :".
         10 line 17 col 63 using PaysAdresseSaisi.
         10 line 17 col 66 value "(vide = FR)".
         10 line 18 col 2 value "Residence fiscale (code pays ISO) .:".
         10 line 18 col 40 using PaysResidenceSaisi.
         10 line 19 col 2 value "NIF etranger (TIN) ................:".
         10 line 19 col 40 using NifEtrangerSaisi.
         10 line 20 col 2 value "Auto-certification (R/A/I) ........:".
         10 line 20 col 40 using StatutAutoCertifSaisi.
         10 line 20 col 43 value "R recue / A attendue / I incoherente".
         10 line 21 col 2 value "Date de l'auto-certification ......:".
         10 line 21 col 40 using DateAutoCertifSaisie.

       01 FusionClientsDoublons-AucunDoublon background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 25 col 1 erase EOL.
         10 line 25 col 1 value " Aucun autre client du meme Nom trouve " background-color is CouleurCaractere foreground-color is CouleurFondEcran bell.

       01 FusionClientsDoublons-Affichage background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 25 col 1 erase EOL.
         10 line 25 col 1 value "Doublon trouve : ".
         10 line 25 col 18 from CodeClientDoublon.
         10 line 25 col 56 from PrenomClientDoublon pic X(20).
         10 line 26 col 1 erase EOL.
         10 line 26 col 1 value "CP/Ville du doublon : ".
         10 line 26 col 24 from CodePostalClientDoublon pic X(5).
         10 line 26 col 30 from VilleClientDoublon pic X(20).

       01 FusionClientsDoublons-Confirmation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 25 col 1 erase EOL.
         10 line 25 col 1 value "Fusionner ce client avec le client courant (o/N) : ".
         10 line 25 col 53 using ConfirmationFusion.

      *********************************************************************************
      ***** Prets a la consommation (sous-menu Saisie mouvement, option 8) *****
      *********************************************************************************
       01 Prets-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 28 value "PRETS A LA CONSOMMATION".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Pret (Bq Gui Racine    Ty)  Preleve (Bq Gui Racine  Ty)  Restant du   Dur St".

       01 Prets-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLignePret col 1 from NoPretSaisi pic Z9.
         10 line NoLignePret col 5 from CodeBanquePret of LignePretCourante.
         10 line NoLignePret col 11 from CodeGuichetPret of LignePretCourante.
         10 line NoLignePret col 17 from RacineComptePret of LignePretCourante.
         10 line NoLignePret col 27 from TypeComptePret of LignePretCourante.
         10 line NoLignePret col 34 from CodeBanquePrel of LignePretCourante.
         10 line NoLignePret col 40 from CodeGuichetPrel of LignePretCourante.
         10 line NoLignePret col 46 from RacineComptePrel of LignePretCourante.
         10 line NoLignePret col 56 from TypeComptePrel of LignePretCourante.
         10 line NoLignePret col 60 from CapitalRestantPret of LignePretCourante pic Z(7)9V,99.
         10 line NoLignePret col 74 from DureePret of LignePretCourante.
         10 line NoLignePret col 78 from StatutPret of LignePretCourante.

       01 Prets-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Signature d'un pret .............:".
         10 line 22 col 1 value "-2-Tableau d'amortissement, No     :".
         10 line 23 col 1 value "-3-Liste des echeances impayees ....:".
         10 line 21 col 40 value "-4-Prelever les echeances dues:".
         10 line 22 col 40 value "-0-Retour au menu ............ :".
         10 line 23 col 69 value "Option :".

       01 PretSaisie-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 2 value "Compte de pret    - Banque/Guichet/Racine/Type :".
         10 line 6 col 51 using CodeBanqueMvtCible.
         10 line 6 col 57 using CodeGuichetMvtCible.
         10 line 6 col 63 using RacineCompteMvtCible.
         10 line 6 col 73 using TypeCompteMvtCible.
         10 line 7 col 2 value "Compte a prelever - Banque/Guichet/Racine/Type :".
         10 line 7 col 51 using CodeBanqueMvt.
         10 line 7 col 57 using CodeGuichetMvt.
         10 line 7 col 63 using RacineCompteMvt.
         10 line 7 col 73 using TypeCompteMvt.
         10 line 8 col 2 value "Capital emprunte          :".
         10 line 8 col 31 using CapitalPretSaisi pic Z(8)9V,99.
         10 line 9 col 2 value "Taux annuel (%)           :".
         10 line 9 col 31 using TauxAnnuelPretSaisi pic Z9V,9999.
         10 line 10 col 2 value "Duree en mois             :".
         10 line 10 col 31 using DureePretSaisie.
         10 line 11 col 2 value "1ere echeance (AAAAMMJJ)  :".
         10 line 11 col 31 using DatePremiereEcheanceSaisie.
         10 line 12 col 2 value "(jour d'echeance de 01 a 28)".

       01 PretSaisie-Confirmation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 14 col 1 erase EOL.
         10 line 14 col 2 value "Echeance mensuelle :".
         10 line 14 col 23 from EcheanceConstantePret pic Z(8)9V,99.
         10 line 15 col 1 erase EOL.
         10 line 15 col 2 value "Confirmer la signature et le deblocage (o/N) : ".
         10 line 15 col 50 using ConfirmationPret.

      *********************************************************************************
      ***** Comptes a terme (sous-menu Saisie mouvement, option 9) *****
      *********************************************************************************
       01 DepotsTerme-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 Blank Screen.
         10 line 3 col 32 value "COMPTES A TERME".
         10 line 4 col 1 background-color is CouleurCaractere foreground-color is CouleurFondEcran pic X(80) VALUE "No  Depot (Bq Gui Racine    Ty)      Montant Dur   Taux  Echeance  I St        ".

       01 DepotsTerme-Contenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line NoLigneDepotTerme col 1 from NoDepotTermeSaisi pic Z9.
         10 line NoLigneDepotTerme col 5 from CodeBanqueDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 11 from CodeGuichetDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 17 from RacineCompteDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 27 from TypeCompteDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 32 from MontantDat of LigneDepotTermeCourante pic Z(8)9V,99.
         10 line NoLigneDepotTerme col 46 from DureeDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 50 from TauxAnnuelDat of LigneDepotTermeCourante pic Z9V,99.
         10 line NoLigneDepotTerme col 57 from DateEcheanceDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 67 from InstructionDat of LigneDepotTermeCourante.
         10 line NoLigneDepotTerme col 69 from StatutDat of LigneDepotTermeCourante.

       01 DepotsTerme-SubMenu background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Ouverture d'un depot a terme ....:".
         10 line 22 col 1 value "-2-Retrait anticipe, No            :".
         10 line 23 col 1 value "-3-Echelle des echeances ...........:".
         10 line 21 col 40 value "-4-Traiter les echeances dues:".
         10 line 22 col 40 value "-0-Retour au menu ............ :".
         10 line 23 col 69 value "Option :".

       01 DepotTermeSaisie-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 6 col 2 value "Compte de depot   - Banque/Guichet/Racine/Type :".
         10 line 6 col 51 using CodeBanqueMvtCible.
         10 line 6 col 57 using CodeGuichetMvtCible.
         10 line 6 col 63 using RacineCompteMvtCible.
         10 line 6 col 73 using TypeCompteMvtCible.
         10 line 7 col 2 value "Compte source     - Banque/Guichet/Racine/Type :".
         10 line 7 col 51 using CodeBanqueMvt.
         10 line 7 col 57 using CodeGuichetMvt.
         10 line 7 col 63 using RacineCompteMvt.
         10 line 7 col 73 using TypeCompteMvt.
         10 line 8 col 2 value "Montant place             :".
         10 line 8 col 31 using MontantDepotSaisi pic Z(8)9V,99.
         10 line 9 col 2 value "Duree en mois (3, 6, 12)  :".
         10 line 9 col 31 using DureeDepotSaisie.
         10 line 10 col 2 value "Taux annuel fixe (%)      :".
         10 line 10 col 31 using TauxDepotSaisi pic Z9V,9999.
         10 line 10 col 42 value "(0 = taux en vigueur)".
         10 line 11 col 2 value "A l'echeance (V/R)        :".
         10 line 11 col 31 using InstructionDepotSaisie.
         10 line 12 col 2 value "(V versement au compte source, R renouvellement au taux en vigueur)".

       01 DepotTermeSaisie-Confirmation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 14 col 1 erase EOL.
         10 line 14 col 2 value "Echeance :".
         10 line 14 col 13 from DateEcheanceDat of LigneDepotTermeCourante.
         10 line 14 col 24 value "Taux :".
         10 line 14 col 31 from TauxAnnuelDat of LigneDepotTermeCourante pic Z9V,9999.
         10 line 14 col 41 value "Interets a l'echeance :".
         10 line 14 col 65 from InteretsDepotCalc pic Z(8)9V,99.
         10 line 15 col 1 erase EOL.
         10 line 15 col 2 value "Confirmer l'ouverture et le virement du compte source (o/N) : ".
         10 line 15 col 65 using ConfirmationDepotTerme.

      ***** Change manuel de devises au guichet *****
       01 ChangeGuichet-Ecran background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 27 value "CHANGE MANUEL DE DEVISES".
         10 line 5 col 2 value "Guichet ...........................:".
         10 line 5 col 40 using CodeGuichetCaisse.
         10 line 6 col 2 value "Sens (A/V) ........................:".
         10 line 6 col 40 using SensChangeSaisi.
         10 line 6 col 44 value "(A le client achete, V il vend)".
         10 line 7 col 2 value "Devise ............................:".
         10 line 7 col 40 using DeviseChangeSaisie.
         10 line 8 col 2 value "Montant en devise .................:".
         10 line 8 col 40 using MontantDeviseSaisi pic Z(8)9V,99.
         10 line 9 col 2 value "Reglement (E/C) ...................:".
         10 line 9 col 40 using ReglementChangeSaisi.
         10 line 9 col 44 value "(E especes, C compte client)".
         10 line 11 col 2 value "Compte client     - Banque/Guichet/Racine/Type :".
         10 line 11 col 51 using CodeBanqueMvt.
         10 line 11 col 57 using CodeGuichetMvt.
         10 line 11 col 63 using RacineCompteMvt.
         10 line 11 col 73 using TypeCompteMvt.
         10 line 13 col 2 value "Identite du client (especes au-dela du seuil)".
         10 line 14 col 2 value "Nom ...............................:".
         10 line 14 col 40 using NomChangeSaisi.
         10 line 15 col 2 value "Prenom ............................:".
         10 line 15 col 40 using PrenomChangeSaisi.
         10 line 16 col 2 value "Piece d'identite (type et numero) .:".
         10 line 16 col 40 using PieceChangeSaisie.

       01 ChangeGuichet-Confirmation background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 18 col 1 erase EOL.
         10 line 18 col 2 value "Taux applique :".
         10 line 18 col 18 from TauxAppliqueChange pic Z(2)9V,999999.
         10 line 18 col 32 value "Contre-valeur EUR :".
         10 line 18 col 52 from ContreValeurChange pic Z(8)9V,99.
         10 line 19 col 1 erase EOL.
         10 line 19 col 2 value "Commission :".
         10 line 19 col 18 from CommissionChange pic Z(3)9V,99.
         10 line 19 col 32 value "Net EUR client .. :".
         10 line 19 col 52 from MontantEurChange pic Z(8)9V,99.
         10 line 20 col 1 erase EOL.
         10 line 20 col 2 value "Confirmer l'operation de change (o/N) : ".
         10 line 20 col 42 using ConfirmationChange.

     
      *******************************************************************************************************************************************
      ***** PROCEDURE DIVISION (Action du programme) ********************************************************************************************
      *******************************************************************************************************************************************
       procedure division using ContexteAppel.

      **********************************************************************
      ******* Gestion du menu général **************************************
      **********************************************************************
       AffichageMenu.
           perform AffichageMenu-Init.
      ***** Mode batch (options lancees depuis un scheduler, sans le menu ecran) : chaque *****
      ***** execution est encadree par le journal des batchs (table JournalBatch) *****
           if ModeBatch = spaces then
               perform AffichageMenu-Trt until Option = 0
           else
               perform ExecutionBatch
           end-if.
           perform AffichageMenu-Fin.

      **************************************************************************************
      ***** ExecutionBatch : aiguillage des modes batch, encadre par le journal *****
      ***** "IMPORTMVT" est teste avant "IMPORT" car il en partage les 6 premiers caracteres *****
      **************************************************************************************
       ExecutionBatch.
           perform OuvertureJournalBatch.

      ***** Plan de production : une chaine enchaine les modes existants etape par etape, *****
      ***** chaque etape avec sa propre ligne de journal ; la ligne ouverte ci-dessus *****
      ***** reste la ligne de niveau chaine *****
           if ModeBatch(1:6) = "CHAINE" or ModeBatch(1:7) = "REPRISE" then
               perform ExecutionChaineProduction
               move NbEtapesExecutees to LignesLuesJournal
               move NbEtapesEchec to LignesRejeteesJournal
               if NbEtapesEchec > 0 then
                   move "ERREUR" to ResultatJournal
               end-if
               perform ClotureJournalBatch
               exit paragraph
           end-if.

      ***** Garde-fou des alertes : un mode critique ne demarre pas sur une panne *****
      ***** bloquante non acquittee du cycle precedent *****
           perform ControleAlertesBloquantes.
           if DemarrageRefuse = "O" then
               move "REFUSE" to ResultatJournal
               move "O" to RefusPourAlerte
               perform ClotureJournalBatch
               exit paragraph
           end-if.

           perform DeterminationEcrivainCompte.

      ***** Les modes qui ecrivent sur Compte prennent le verrou d'exclusion : un second *****
      ***** IMPORT ou AGIOS simultane est refuse au lieu de double-poster *****
           move "N" to VerrouPris.
           if BatchEcritCompte = "O" then
               perform PriseVerrouCompte
               if PriseVerrou-OK = "N" then
                   move "REFUSE" to ResultatJournal
                   perform ClotureJournalBatch
                   exit paragraph
               end-if
               move "O" to VerrouPris
           end-if.

           perform ExecutionModeBatch.

           if VerrouPris = "O" then
               perform LiberationVerrouCompte
           end-if.

           perform ClotureJournalBatch.

      ***** Le mode courant ecrit-il sur la table Compte ? *****
       DeterminationEcrivainCompte.
           move "COMPTE" to NomVerrouCompte.
      ***** Un flux de fin de mois qui poste ne verrouille que pour sa plage *****
           if ModeBatch(1:4) = "FLUX" then
               if ModeBatch(6:5) = "AGIOS" or ModeBatch(6:8) = "INTERETS" or
                  ModeBatch(6:6) = "TARIFS" then
                   move "O" to BatchEcritCompte
                   move spaces to NomVerrouCompte
                   string "COMPTEF" ModeBatch(5:1) delimited by size into NomVerrouCompte
               else
                   move "N" to BatchEcritCompte
               end-if
               exit paragraph
           end-if.

           if ModeBatch(1:6) = "IMPORT" or ModeBatch(1:5) = "AGIOS" or
              ModeBatch(1:8) = "INTERETS" or ModeBatch(1:6) = "TARIFS" or
              ModeBatch(1:7) = "CHEQUES" or ModeBatch(1:6) = "PRELEV" or
              ModeBatch(1:10) = "RETOURSEPA" or ModeBatch(1:5) = "REVAL" or
              ModeBatch(1:10) = "PERMANENTS" or ModeBatch(1:9) = "ECHEANCES" or
              ModeBatch(1:6) = "CARTES" or ModeBatch(1:7) = "DEBITCB" or
              ModeBatch(1:10) = "MAJCLIENTS" or ModeBatch(1:8) = "INACTIFS" or
              ModeBatch(1:7) = "REMISES" or ModeBatch(1:8) = "VIRRECUS" or
              ModeBatch(1:7) = "SAISIES" or ModeBatch(1:5) = "TERME" or
              ModeBatch(1:10) = "CHQIMPAYES" then
               move "O" to BatchEcritCompte
           else
               move "N" to BatchEcritCompte
           end-if.

      ***** Aiguillage d'un mode batch unitaire (utilise en direct et par les chaines) *****
       ExecutionModeBatch.
           evaluate true
               when ModeBatch(1:9) = "IMPORTMVT"
                   perform ImportMouvements
                   move NoLigneImportMvt to LignesLuesJournal
                   move NbMvtRejetes to LignesRejeteesJournal
               when ModeBatch(1:6) = "IMPORT"
                   perform ImportFichier
                   move NoLigneImport to LignesLuesJournal
                   move NbRejetsImport to LignesRejeteesJournal
                   if ReconciliationImport-OK = "N" then
                       move "ERREUR" to ResultatJournal
                   end-if
               when ModeBatch(1:5) = "AGIOS"
                   perform CalculAgios
                   move NbComptesAgios to LignesLuesJournal
      ***** Pendant crediteur des agios : interets sur les comptes des types au referentiel *****
               when ModeBatch(1:8) = "INTERETS"
                   perform CalculInterets
                   move NbComptesInterets to LignesLuesJournal
      ***** Facturation mensuelle des frais ; un second run le meme mois est refuse *****
               when ModeBatch(1:6) = "TARIFS"
                   perform FacturationFrais
                   move NbComptesTarifes to LignesLuesJournal
                   if NbRunsTarifMois > 0 then
                       move "REFUSE" to ResultatJournal
                   end-if
      ***** Import de maintenance des clients existants *****
               when ModeBatch(1:10) = "MAJCLIENTS"
                   perform ImportMajClients
                   move NoLigneMaj to LignesLuesJournal
                   move NbMajRejetees to LignesRejeteesJournal
      ***** Chargement de la liste de gel (remplacement complet) *****
               when ModeBatch(1:8) = "LISTEGEL"
                   perform ImportListeGel
                   move NbGelCharges to LignesLuesJournal
      ***** Rapport quotidien des controles positifs liste de gel *****
               when ModeBatch(1:7) = "GELHITS"
                   perform EditionHitsGel
                   move NbHitsGelEdites to LignesLuesJournal
      ***** Revalorisation mensuelle des comptes en devises *****
               when ModeBatch(1:5) = "REVAL"
                   perform RevalorisationDevises
                   move NbRevalPostes to LignesLuesJournal
      ***** Interface comptable quotidienne ; "COMPTA" + date AAAAMMJJ facultative *****
               when ModeBatch(1:6) = "COMPTA"
                   move ModeBatch(7:8) to DateInterfaceCompta
                   perform InterfaceComptable
                   move NbLignesCompta to LignesLuesJournal
                   move NbNonMappesCompta to LignesRejeteesJournal
      ***** Traitement du fichier retour de la plateforme de paiement *****
               when ModeBatch(1:10) = "RETOURSEPA"
                   perform ImportRetoursSepa
                   move NoLigneRetour to LignesLuesJournal
                   move NbRetoursInconnus to LignesRejeteesJournal
      ***** Remises de virements des clients entreprises *****
               when ModeBatch(1:7) = "REMISES"
                   perform ImportRemisesVirements
                   move NoLigneImportRem to LignesLuesJournal
                   move NbLignesRemRejetees to LignesRejeteesJournal
      ***** Virements SEPA recus, rapproches sur l'IBAN ; les ignores sont comptes en rejets *****
               when ModeBatch(1:8) = "VIRRECUS"
                   perform ImportVirementsRecus
                   move NoLigneVirRecu to LignesLuesJournal
                   move NbVirRecusRejetes to LignesRejeteesJournal
      ***** Balance agee des virements recus en attente *****
               when ModeBatch(1:7) = "SUSPENS"
                   perform EditionAncienneteSuspens
                   move NbSuspensEdites to LignesLuesJournal
      ***** Execution d'une remise de prelevements des creanciers *****
               when ModeBatch(1:6) = "PRELEV"
                   perform ImportPrelevements
                   move NoLigneImportPrelev to LignesLuesJournal
                   move NbPrelevRejetes to LignesRejeteesJournal
      ***** Transactions cartes du jour ; debit differe "DEBITCB" + mois AAAAMM facultatif *****
               when ModeBatch(1:6) = "CARTES"
                   perform ImportTransactionsCartes
                   move NoLigneImportCarte to LignesLuesJournal
                   move NbCartesRejetees to LignesRejeteesJournal
               when ModeBatch(1:7) = "DEBITCB"
                   move ModeBatch(8:6) to MoisDebitDiffere
                   perform DebitDiffereCartes
                   move NbDebitsDifferes to LignesLuesJournal
                   move NbDebitsDifferesRejetes to LignesRejeteesJournal
      ***** Compensation des cheques presentes *****
               when ModeBatch(1:7) = "CHEQUES"
                   perform ImportCheques
                   move NoLigneImportChq to LignesLuesJournal
                   move NbChequesRejetes to LignesRejeteesJournal
      ***** Declaration mensuelle des transactions en especes ; "ESPECES" + mois AAAAMM *****
               when ModeBatch(1:7) = "ESPECES"
                   move ModeBatch(8:6) to MoisEspeces
                   perform DeclarationEspeces
                   move NbDeclEspeces to LignesLuesJournal
      ***** Controle d'integrite referentielle de la base *****
               when ModeBatch(1:9) = "INTEGRITE"
                   perform ControleIntegriteBase
                   move NbComptesIntg to LignesLuesJournal
                   compute LignesRejeteesJournal =
                       NbAnomaliesGraves + NbAnomaliesAvert
                   if NbAnomaliesGraves > 0 then
                       move "ERREUR" to ResultatJournal
                   end-if
      ***** Recapitulatif de la production de courriers ; "COURRIERS" + date AAAAMMJJ *****
               when ModeBatch(1:9) = "COURRIERS"
                   move ModeBatch(10:8) to DateRecapCourriers
                   perform RecapCourriersJour
                   move NbLignesRecapCourriers to LignesLuesJournal
      ***** Releves fiscaux annuels des interets ; "IFU" + annee AAAA facultative *****
               when ModeBatch(1:3) = "IFU"
                   move ModeBatch(4:4) to AnneeIfu
                   perform RelevesFiscauxIfu
                   move NbClientsIfu to LignesLuesJournal
      ***** Liste mensuelle des revues KYC a faire et des pieces d'identite expirees *****
               when ModeBatch(1:3) = "KYC"
                   perform RevuesKyc
                   move NbClientsKyc to LignesLuesJournal
      ***** Declaration annuelle FATCA / CRS ; "FATCACRS" + annee AAAA facultative *****
               when ModeBatch(1:8) = "FATCACRS"
                   move ModeBatch(9:4) to AnneeEai
                   perform DeclarationEai
                   move NbComptesEai to LignesLuesJournal
                   move NbIndicesEai to LignesRejeteesJournal
      ***** Vue unique du deposant pour le fonds de garantie des depots *****
               when ModeBatch(1:4) = "FGDR"
                   perform VueUniqueFgdr
                   move NbComptesLusFgdr to LignesLuesJournal
      ***** Paiement des saisies au terme du delai de contestation, etat des saisies *****
               when ModeBatch(1:7) = "SAISIES"
                   perform PaiementSaisiesEchues
                   perform EtatSaisies
                   move NbSaisiesPayees to LignesLuesJournal
      ***** Echeances des depots a terme (versement ou renouvellement) et echelle *****
               when ModeBatch(1:5) = "TERME"
                   perform ExecutionEcheancesDepotsTerme
                   perform EchelleEcheancesDat
                   move NbDepotsEchus to LignesLuesJournal
                   move NbDepotsIncidentDat to LignesRejeteesJournal
      ***** Rapport mensuel des reclamations ; "RECLAMATIONS" + mois AAAAMM facultatif *****
               when ModeBatch(1:12) = "RECLAMATIONS"
                   move ModeBatch(13:6) to MoisReclamations
                   perform RapportReclamations
                   move NbGroupesReclamations to LignesLuesJournal
      ***** Recapitulatif annuel des frais ; "RECAPFRAIS" + annee AAAA facultative *****
               when ModeBatch(1:10) = "RECAPFRAIS"
                   move ModeBatch(11:4) to AnneeRecapFrais
                   perform RecapAnnuelFrais
                   move NbClientsRecapFrais to LignesLuesJournal
      ***** Surveillance LCB-FT ; "SURVEILLANCE" + date AAAAMMJJ facultative (jour a defaut) *****
               when ModeBatch(1:12) = "SURVEILLANCE"
                   move ModeBatch(13:8) to DateJourLbc
                   perform SurveillanceLcb
                   move NbAlertesLbc to LignesLuesJournal
      ***** Remises de cheques : compensation aller et impayes sur remises *****
               when ModeBatch(1:8) = "CHQALLER"
                   perform CompensationAllerCheques
                   move NbChequesAller to LignesLuesJournal
               when ModeBatch(1:10) = "CHQIMPAYES"
                   perform ImportImpayesRemises
                   move NoLigneImpayeRem to LignesLuesJournal
                   move NbImpayesRemInconnus to LignesRejeteesJournal
      ***** Revision annuelle des decouverts ; "REVDECOUVERT" + date AAAAMMJJ facultative *****
               when ModeBatch(1:12) = "REVDECOUVERT"
                   move ModeBatch(13:8) to DateRevisionDec
                   perform RevisionDecouverts
                   move NbComptesRevDec to LignesLuesJournal
      ***** Rentabilite clients et guichets ; "PNB" + periode AAAAMM ou AAAA facultative *****
               when ModeBatch(1:3) = "PNB"
                   move ModeBatch(4:6) to PeriodePnb
                   perform RentabiliteClients
                   move NbComptesPnb to LignesLuesJournal
      ***** Projection de tresorerie ; "PROJECTION" + horizon NNN jours facultatif *****
               when ModeBatch(1:10) = "PROJECTION"
                   move 0 to HorizonProj
                   if ModeBatch(11:3) is numeric then
                       move ModeBatch(11:3) to HorizonProj
                   end-if
                   move " " to CodeBanqueProjSaisi
                   move " " to CodeGuichetProjSaisi
                   perform ProjectionTresorerie
                   move NbComptesProj to LignesLuesJournal
                   move NbDepassementsProj to LignesRejeteesJournal
      ***** Simulation des grilles, sans ecriture ; "SIMULATION" + mois AAAAMM facultatif *****
               when ModeBatch(1:10) = "SIMULATION"
                   move ModeBatch(11:6) to PeriodeSim
                   perform SimulationGrilles
                   move NbComptesSim to LignesLuesJournal
      ***** Alertes clients (SMS / email), a lancer apres les imports et la journee de guichet *****
               when ModeBatch(1:7) = "ALERTES"
                   perform EvaluationAlertes
                   move NbAlertesEnvoyees to LignesLuesJournal
                   move NbAlertesSansContact to LignesRejeteesJournal
      ***** Supervision de l'activite ; "SUPERVISION" + date AAAAMMJJ facultative *****
      ***** (journee seule en batch, la periode reste selectionnable a l'ecran) *****
               when ModeBatch(1:11) = "SUPERVISION"
                   move ModeBatch(12:8) to DateDebutSup
                   move spaces to DateFinSup
                   perform SupervisionActivite
                   move NbLignesSup to LignesLuesJournal
      ***** Etat quotidien des caisses par guichet *****
               when ModeBatch(1:7) = "CAISSES"
                   perform EditionCaissesJour
                   move NbCaissesEditees to LignesLuesJournal
      ***** Liste quotidienne des mouvements en attente de validation *****
               when ModeBatch(1:7) = "ATTENTE"
                   perform EditionListeAttente
                   move NbAttenteEdition to LignesLuesJournal
      ***** Photo mensuelle des soldes puis sa verification ; teste avant "ARRETE" qui *****
      ***** en partage les 6 premiers caracteres *****
               when ModeBatch(1:10) = "ARRETEMOIS"
                   move ModeBatch(11:6) to MoisPhotoSoldes
                   perform ArreteMensuelSoldes
                   move NbComptesPhotographies to LignesLuesJournal
               when ModeBatch(1:9) = "VERIFMOIS"
                   move ModeBatch(10:6) to MoisPhotoSoldes
                   perform VerificationPhotoSoldes
                   move NbComptesVerifiesPho to LignesLuesJournal
                   move NbEcartsVerifPhoto to LignesRejeteesJournal
                   if NbEcartsVerifPhoto > 0 then
                       move "ERREUR" to ResultatJournal
                   end-if
      ***** Arrete de la journee comptable ouverte la plus ancienne *****
               when ModeBatch(1:6) = "ARRETE"
                   perform ArreteJournee
                   move NbLignesArrete to LignesLuesJournal
                   if ArreteJourneeRefuse = "O" then
                       move "REFUSE" to ResultatJournal
                   end-if
               when ModeBatch(1:6) = "SOLDES"
                   perform ControleSoldes
                   move NbComptesCtl to LignesLuesJournal
                   move NbEcartsCtl to LignesRejeteesJournal
      ***** Releves electroniques camt.053 / MT940 ; "RELEVESELEC" + jour AAAAMMJJ facultatif ; *****
      ***** teste avant "RELEVES" qui en partage les 7 premiers caracteres *****
               when ModeBatch(1:11) = "RELEVESELEC"
                   move ModeBatch(12:8) to DateJourElec
                   perform RelevesElectroniques
                   move NbRelevesElecProduits to LignesLuesJournal
      ***** "RELEVES" est suivi du mois a editer sur 6 positions (ex "RELEVES202608") *****
               when ModeBatch(1:7) = "RELEVES"
                   move ModeBatch(8:6) to MoisReleveSaisie
                   perform RelevesMensuels
                   move NbRelevesEdites to LignesLuesJournal
               when ModeBatch(1:10) = "PERMANENTS"
                   perform ExecutionVirementsPermanents
                   move NbVirPermExecutes to LignesLuesJournal
      ***** Prelevement des echeances de prets dues ; les impayes sont comptes en rejets *****
               when ModeBatch(1:9) = "ECHEANCES"
                   perform ExecutionEcheancesPrets
                   move NbEcheancesDues to LignesLuesJournal
                   move NbEcheancesImpayees to LignesRejeteesJournal
               when ModeBatch(1:10) = "DECOUVERTS"
                   perform DepassementsDecouvert
                   move NbDepassements to LignesLuesJournal
               when ModeBatch(1:9) = "REFBANQUE"
                   perform ImportReferentielBanques
                   move NoLigneRefBanque to LignesLuesJournal
                   move NbDisparusRefBanque to LignesRejeteesJournal
      ***** Comptes inactifs (loi Eckert) : avis annuels, transferts CDC, registre *****
               when ModeBatch(1:8) = "INACTIFS"
                   perform ComptesInactifs
                   move NbComptesInactifsSuivis to LignesLuesJournal
      ***** "ANONYM" est suivi du nombre d'annees de retention sur 2 positions (ex "ANONYM10") *****
               when ModeBatch(1:6) = "ANONYM"
                   move ModeBatch(7:2) to AnneesRetentionAnonym
                   perform AnonymisationClientsInactifs
                   move NbClientsAnonymises to LignesLuesJournal
               when ModeBatch(1:10) = "SAUVEGARDE"
                   perform SauvegardeBase
                   move TotalEnrSauvegardes to LignesLuesJournal
               when ModeBatch(1:8) = "RECHARGE"
                   perform RechargeBase
                   move TotalEnrRecharges to LignesLuesJournal
                   if RechargeBaseOK = "N" then
                       move "ERREUR" to ResultatJournal
                   end-if
      ***** Portail de banque en ligne : retour du prestataire "PORTAILACQ" + sequence sur 6 *****
      ***** + A / R (ex "PORTAILACQ000042A"), chargement complet "PORTAILCOMPLET", delta *****
      ***** de nuit "PORTAIL" ; testes avant "PORTAIL" qui en partage les 7 caracteres *****
               when ModeBatch(1:10) = "PORTAILACQ"
                   move ModeBatch(11:6) to SequenceAcqSaisie
                   move ModeBatch(17:1) to CodeAcqPortail
                   perform AcquittementPortail
                   move NbAcqPortail to LignesLuesJournal
               when ModeBatch(1:14) = "PORTAILCOMPLET"
                   move "C" to TypeExtractionDemandee
                   perform ExtractionPortail
                   move NbEnregPortail to LignesLuesJournal
               when ModeBatch(1:7) = "PORTAIL"
                   move "D" to TypeExtractionDemandee
                   perform ExtractionPortail
                   move NbEnregPortail to LignesLuesJournal
      ***** Flux parallele de fin de mois ; "FLUX" + No de flux + mode (ex "FLUX1AGIOS") *****
               when ModeBatch(1:4) = "FLUX"
                   perform ExecutionFluxBatch
      ***** Consolidation des flux aboutis ; "CONSO" + mode (ex "CONSOTARIFS") *****
               when ModeBatch(1:5) = "CONSO"
                   perform ConsolidationFlux
                   move NbComptesConsoFlux to LignesLuesJournal
                   move NbFluxNonAboutis to LignesRejeteesJournal
                   if ConsolidationRefusee = "O" then
                       move "REFUSE" to ResultatJournal
                   end-if
               when other
                   move "ERREUR" to ResultatJournal
           end-evaluate.

      **************************************************************************************
      ***** Execution d'une chaine du plan de production (table PlanProduction) *****
      ***** "CHAINE"+nom deroule les etapes dans l'ordre ; "REPRISE"+nom repart de *****
      ***** l'etape en echec de la derniere execution en erreur de la chaine. Chaque *****
      ***** etape a sa propre ligne de journal ; le comportement sur erreur de l'etape *****
      ***** (colonne SurErreur) vaut A = arret de la chaine, S = saut de l'etape *****
      ***** suivante, C = poursuite normale *****
      **************************************************************************************
       ExecutionChaineProduction.
           move 0 to NbEtapesExecutees.
           move 0 to NbEtapesEchec.
           move 0 to EtapeEchecChaine.
           move "N" to ChaineArretee.
           move "N" to SauterEtapeSuivante.
           move 1 to EtapeDebutChaine.

           if ModeBatch(1:7) = "REPRISE" then
               move ModeBatch(8:13) to NomChaineCourante
      ***** Reprise : on repart de l'etape en echec de la derniere execution en erreur *****
               exec sql
                   select ISNULL(max(EtapeEchec), 1) into :EtapeDebutChaine
                   from ExecutionChaine
                   where NomChaine = :NomChaineCourante
                     and Resultat = 'ERREUR'
                     and DateDebut = (select max(DateDebut) from ExecutionChaine
                                      where NomChaine = :NomChaineCourante
                                        and Resultat = 'ERREUR')
               end-exec
           else
               move ModeBatch(7:14) to NomChaineCourante
           end-if.

           exec sql
               select newid() into :IdExecutionChaine
           end-exec.
           exec sql
               INSERT INTO ExecutionChaine
                   (IdExecution, NomChaine, DateDebut, Resultat, EtapeEchec)
               VALUES
                   (:IdExecutionChaine, :NomChaineCourante, getdate(), 'EN COURS', 0)
           end-exec.

           exec sql
               declare C-PlanProduction cursor for
                   select NoEtape, ModeEtape, ISNULL(SurErreur, 'A')
                   from PlanProduction
                   where NomChaine = :NomChaineCourante
                   order by NoEtape
           end-exec.
           exec sql
               open C-PlanProduction
           end-exec.

           move 0 to BoucleurChaine.
           perform ExecutionEtapePlan until BoucleurChaine = 1 or ChaineArretee = "O".

           exec sql
               close C-PlanProduction
           end-exec.

           if NbEtapesEchec > 0 then
               move "ERREUR" to ResultatChaineFinal
           else
               move "OK" to ResultatChaineFinal
           end-if.
           exec sql
               UPDATE ExecutionChaine
               SET DateFin = getdate(), Resultat = :ResultatChaineFinal,
                   EtapeEchec = :EtapeEchecChaine
               WHERE IdExecution = :IdExecutionChaine
           end-exec.

      ***** Lecture et execution de l'etape suivante de la chaine *****
       ExecutionEtapePlan.
           exec sql
               fetch C-PlanProduction into :NoEtapeCourante, :ModeEtapeCourante,
                   :SurErreurEtape
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to BoucleurChaine
               exit paragraph
           end-if.

      ***** En reprise, les etapes deja passees avec succes ne sont pas rejouees *****
           if NoEtapeCourante < EtapeDebutChaine then
               exit paragraph
           end-if.

      ***** Etape sautee sur decision de l'etape precedente en echec (SurErreur = S) *****
           if SauterEtapeSuivante = "O" then
               move "N" to SauterEtapeSuivante
               exit paragraph
           end-if.

           perform ExecutionEtapeChaine.
           add 1 to NbEtapesExecutees.

           if ResultatEtape <> "OK" then
               add 1 to NbEtapesEchec
               if EtapeEchecChaine = 0 then
                   move NoEtapeCourante to EtapeEchecChaine
               end-if
               evaluate SurErreurEtape
                   when "A"
                       move "O" to ChaineArretee
                   when "S"
                       move "O" to SauterEtapeSuivante
                   when other
                       continue
               end-evaluate
           end-if.

      ***** Une etape = un mode batch unitaire encadre par sa propre ligne de journal *****
      ***** et, s'il ecrit sur Compte, par le verrou d'exclusion ; le contexte de la *****
      ***** ligne de niveau chaine est sauve puis restitue *****
       ExecutionEtapeChaine.
           move ModeBatch to ModeBatchChaineSvg.
           move IdExecutionJournal to IdJournalChaineSvg.
           move ResultatJournal to ResultatChaineSvg.

           move ModeEtapeCourante to ModeBatch.
           perform OuvertureJournalBatch.

      ***** Meme garde-fou des alertes que pour un lancement direct *****
           perform ControleAlertesBloquantes.
           if DemarrageRefuse = "O" then
               move "REFUSE" to ResultatJournal
               move "O" to RefusPourAlerte
           end-if.

           perform DeterminationEcrivainCompte.
           move "N" to VerrouPris.
           if BatchEcritCompte = "O" and ResultatJournal <> "REFUSE" then
               perform PriseVerrouCompte
               if PriseVerrou-OK = "N" then
                   move "REFUSE" to ResultatJournal
               else
                   move "O" to VerrouPris
               end-if
           end-if.

           if ResultatJournal <> "REFUSE" then
      ***** Pas de chaine dans une chaine *****
               if ModeBatch(1:6) = "CHAINE" or ModeBatch(1:7) = "REPRISE" then
                   move "ERREUR" to ResultatJournal
               else
                   perform ExecutionModeBatch
               end-if
           end-if.

           if VerrouPris = "O" then
               perform LiberationVerrouCompte
               move "N" to VerrouPris
           end-if.
           perform ClotureJournalBatch.
           move ResultatJournal to ResultatEtape.

           move ModeBatchChaineSvg to ModeBatch.
           move IdJournalChaineSvg to IdExecutionJournal.
           move ResultatChaineSvg to ResultatJournal.

      **************************************************************************************
      ***** Flux parallele de fin de mois : "FLUX" + No de flux (1 a 9) + mode du flux *****
      ***** (AGIOS, INTERETS, TARIFS, RELEVES + mois AAAAMM, ARRETEMOIS sur le mois *****
      ***** precedent). Le flux ne traite que les comptes de sa plage du plan PlanFlux et *****
      ***** repart apres le dernier compte traite d'une execution precedente non aboutie ; *****
      ***** ses editions sont produites par la consolidation ("CONSO" + mode). Les flux se *****
      ***** planifient en chaines paralleles, une par flux, l'etape CONSO dans la chaine *****
      ***** lancee apres elles *****
      **************************************************************************************
       ExecutionFluxBatch.
           move spaces to IdFluxCourant.
           if ModeBatch(5:1) is not numeric or ModeBatch(5:1) = "0" then
               move "ERREUR" to ResultatJournal
               exit paragraph
           end-if.
           move ModeBatch(5:1) to NoFluxCourant.
           move ModeBatch(6:15) to ModeFluxEtape.
           perform DeterminationModeFlux.
           if NomModeFlux = spaces then
               move "ERREUR" to ResultatJournal
               exit paragraph
           end-if.

      ***** Plage du flux au plan ; un flux absent du plan est une erreur de planification *****
           move 0 to NbFluxTrouve.
           exec sql
               select count(*) into :NbFluxTrouve from PlanFlux
               where NoFlux = :NoFluxCourant
           end-exec.
           if NbFluxTrouve = 0 then
               move "ERREUR" to ResultatJournal
               exit paragraph
           end-if.
           exec sql
               select TypePlage, BorneDebut, BorneFin
               into :TypePlageFlux, :BorneDebutFlux, :BorneFinFlux
               from PlanFlux
               where NoFlux = :NoFluxCourant
           end-exec.

      ***** Des plages qui se chevauchent, ou de types differents, feraient traiter un *****
      ***** meme compte par deux flux : le flux ne demarre pas *****
           move 0 to NbFluxTrouve.
           exec sql
               select count(*) into :NbFluxTrouve from PlanFlux
               where NoFlux <> :NoFluxCourant
                 and (TypePlage <> :TypePlageFlux
                      or (BorneDebut <= :BorneFinFlux and BorneFin >= :BorneDebutFlux))
           end-exec.
           if NbFluxTrouve > 0 then
               move "ERREUR" to ResultatJournal
               perform ReinitialisationPlageFlux
               exit paragraph
           end-if.

           perform OuvertureExecutionFlux.
           if FluxRefuse = "O" then
               move "REFUSE" to ResultatJournal
               perform ReinitialisationPlageFlux
               exit paragraph
           end-if.

      ***** Le mode unitaire tourne sous son propre nom (pas d'affichage ecran en batch) *****
           move "O" to FluxActif.
           move ModeBatch to ModeBatchFluxSvg.
           move ModeFluxEtape to ModeBatch.
           move NomFichierReleves to NomFichierRelevesSvg.
           evaluate NomModeFlux
               when "AGIOS"
                   perform CalculAgios
                   move NbComptesAgios to LignesLuesJournal
               when "INTERETS"
                   perform CalculInterets
                   move NbComptesInterets to LignesLuesJournal
               when "TARIFS"
                   perform FacturationFrais
                   move NbComptesTarifes to LignesLuesJournal
                   if NbRunsTarifMois > 0 then
                       move "REFUSE" to ResultatJournal
                   end-if
               when "RELEVES"
                   move ModeBatch(8:6) to MoisReleveSaisie
                   perform RelevesMensuels
                   move NbRelevesEdites to LignesLuesJournal
               when "ARRETEMOIS"
                   move ModeBatch(11:6) to MoisPhotoSoldes
                   perform ArreteMensuelSoldes
                   move NbComptesPhotographies to LignesLuesJournal
           end-evaluate.
           move ModeBatchFluxSvg to ModeBatch.
           move NomFichierRelevesSvg to NomFichierReleves.
           move "N" to FluxActif.
           perform ReinitialisationPlageFlux.

      ***** Mode d'un flux ou d'une consolidation, sans le mois eventuel qui le suit ; *****
      ***** RELEVESELEC et ARRETEMOIS testes avant RELEVES et ARRETE *****
       DeterminationModeFlux.
           evaluate true
               when ModeFluxEtape(1:11) = "RELEVESELEC"
                   move spaces to NomModeFlux
               when ModeFluxEtape(1:10) = "ARRETEMOIS"
                   move "ARRETEMOIS" to NomModeFlux
               when ModeFluxEtape(1:7) = "RELEVES"
                   move "RELEVES" to NomModeFlux
               when ModeFluxEtape(1:5) = "AGIOS"
                   move "AGIOS" to NomModeFlux
               when ModeFluxEtape(1:8) = "INTERETS"
                   move "INTERETS" to NomModeFlux
               when ModeFluxEtape(1:6) = "TARIFS"
                   move "TARIFS" to NomModeFlux
               when other
                   move spaces to NomModeFlux
           end-evaluate.

      ***** Retour aux valeurs neutres : tous les comptes, sans cle de reprise *****
       ReinitialisationPlageFlux.
           move "B" to TypePlageFlux.
           move spaces to BorneDebutFlux.
           move "ZZZZZ" to BorneFinFlux.
           move spaces to CleRepriseFlux.

      ***** Ouverture ou reprise de l'execution du flux. Une execution non consolidee deja *****
      ***** aboutie n'est pas rejouee ; une execution en erreur ou interrompue repart apres *****
      ***** sa derniere cle, sur les bornes de son premier lancement *****
       OuvertureExecutionFlux.
           move "N" to FluxRefuse.
           move "N" to RepriseFlux.
           move spaces to CleRepriseFlux.
           move 0 to NbComptesFluxPrec.
           move 0 to TotalFluxPrec.
           move 0 to NbAnnexeFluxPrec.
           move 0 to TotalAnnexeFluxPrec.

           move 0 to NbFluxTrouve.
           exec sql
               select count(*) into :NbFluxTrouve from ExecutionFlux
               where ModeFlux = :NomModeFlux and NoFlux = :NoFluxCourant
                 and Consolide = 'N'
           end-exec.
           if NbFluxTrouve = 0 then
               perform CreationExecutionFlux
               exit paragraph
           end-if.

           exec sql
               select IdFlux, Resultat, ISNULL(DerniereCle, ' '),
                      TypePlage, BorneDebut, BorneFin
               into :IdFluxCourant, :ResultatFlux, :CleRepriseFlux,
                    :TypePlageFlux, :BorneDebutFlux, :BorneFinFlux
               from ExecutionFlux
               where ModeFlux = :NomModeFlux and NoFlux = :NoFluxCourant
                 and Consolide = 'N'
           end-exec.
           if ResultatFlux = "OK" then
               move "O" to FluxRefuse
               move spaces to IdFluxCourant
               exit paragraph
           end-if.

           move "O" to RepriseFlux.
           exec sql
               UPDATE ExecutionFlux
               SET IdExecution = :IdExecutionJournal, Resultat = 'EN COURS', DateFin = NULL
               WHERE IdFlux = :IdFluxCourant
           end-exec.

      ***** Premiere execution du flux pour la periode *****
       CreationExecutionFlux.
           accept DateJourBatch from date yyyymmdd.
           move DateJourBatch(1:6) to PeriodeFluxCourante.
           exec sql
               select newid() into :IdFluxCourant
           end-exec.
           exec sql
               INSERT INTO ExecutionFlux
                   (IdFlux, ModeFlux, NoFlux, TypePlage, BorneDebut, BorneFin,
                    PeriodeFlux, IdExecution, DateDebut, Resultat, DerniereCle,
                    NbComptes, TotalMontant, NbAnnexe, TotalAnnexe, Consolide)
               VALUES
                   (:IdFluxCourant, :NomModeFlux, :NoFluxCourant, :TypePlageFlux,
                    :BorneDebutFlux, :BorneFinFlux, :PeriodeFluxCourante,
                    :IdExecutionJournal, getdate(), 'EN COURS', ' ', 0, 0, 0, 0, 'N')
           end-exec.

      ***** Issue du flux reportee a la cloture de sa ligne de journal *****
       ClotureFlux.
           exec sql
               UPDATE ExecutionFlux
               SET DateFin = getdate(), Resultat = :ResultatJournal
               WHERE IdFlux = :IdFluxCourant
           end-exec.
           move spaces to IdFluxCourant.

      ***** Avancement du flux apres chaque compte lu : cle de reprise et cumuls de *****
      ***** l'execution (increments depuis le compte precedent), puis cumul de la ligne de *****
      ***** recapitulatif du compte (banque, ou banque + guichet) *****
       AvancementFlux.
           compute NbComptesFluxDelta = NbComptesFluxRun - NbComptesFluxPrec.
           compute TotalFluxDelta = TotalFluxRun - TotalFluxPrec.
           compute NbAnnexeFluxDelta = NbAnnexeFluxRun - NbAnnexeFluxPrec.
           compute TotalAnnexeFluxDelta = TotalAnnexeFluxRun - TotalAnnexeFluxPrec.

           exec sql
               UPDATE ExecutionFlux
               SET DerniereCle = :CleCouranteFlux,
                   NbComptes = NbComptes + :NbComptesFluxDelta,
                   TotalMontant = TotalMontant + :TotalFluxDelta,
                   NbAnnexe = NbAnnexe + :NbAnnexeFluxDelta,
                   TotalAnnexe = TotalAnnexe + :TotalAnnexeFluxDelta
               WHERE IdFlux = :IdFluxCourant
           end-exec.

           if CleRecapFlux <> spaces and NbComptesFluxDelta > 0 then
               perform CumulFluxRecap
           end-if.

           move NbComptesFluxRun to NbComptesFluxPrec.
           move TotalFluxRun to TotalFluxPrec.
           move NbAnnexeFluxRun to NbAnnexeFluxPrec.
           move TotalAnnexeFluxRun to TotalAnnexeFluxPrec.

       CumulFluxRecap.
           move 0 to NbFluxTrouve.
           exec sql
               select count(*) into :NbFluxTrouve from FluxRecap
               where IdFlux = :IdFluxCourant and CleRecap = :CleRecapFlux
           end-exec.
           if NbFluxTrouve = 0 then
               exec sql
                   INSERT INTO FluxRecap (IdFlux, CleRecap, NbComptes, Total)
                   VALUES (:IdFluxCourant, :CleRecapFlux, :NbComptesFluxDelta, :TotalFluxDelta)
               end-exec
           else
               exec sql
                   UPDATE FluxRecap
                   SET NbComptes = NbComptes + :NbComptesFluxDelta,
                       Total = Total + :TotalFluxDelta
                   WHERE IdFlux = :IdFluxCourant and CleRecap = :CleRecapFlux
               end-exec
           end-if.

      ***** Avancement par mode : cle du compte lu et compteurs du batch unitaire *****
       AvancementFluxAgios.
           move spaces to CleCouranteFlux.
           string CodeBanque of LigneAgios CodeGuichet of LigneAgios
               RacineCompte of LigneAgios TypeCompte of LigneAgios
               delimited by size into CleCouranteFlux.
           move spaces to CleRecapFlux.
           move NbComptesAgios to NbComptesFluxRun.
           move TotalAgiosAcc to TotalFluxRun.
           move 0 to NbAnnexeFluxRun.
           move 0 to TotalAnnexeFluxRun.
           perform AvancementFlux.

       AvancementFluxInterets.
           move spaces to CleCouranteFlux.
           string CodeBanque of LigneInterets CodeGuichet of LigneInterets
               RacineCompte of LigneInterets TypeCompte of LigneInterets
               delimited by size into CleCouranteFlux.
           move CodeBanque of LigneInterets to CleRecapFlux.
           move NbComptesInterets to NbComptesFluxRun.
           move TotalInteretsAcc to TotalFluxRun.
           move 0 to NbAnnexeFluxRun.
           move 0 to TotalAnnexeFluxRun.
           perform AvancementFlux.

      ***** Tarifs : la remise de groupe est suivie en annexe (comptes remises, total) *****
       AvancementFluxTarifs.
           move spaces to CleCouranteFlux.
           string CodeBanque of LigneTarification CodeGuichet of LigneTarification
               RacineCompte of LigneTarification TypeCompte of LigneTarification
               delimited by size into CleCouranteFlux.
           move spaces to CleRecapFlux.
           string CodeBanque of LigneTarification CodeGuichet of LigneTarification
               delimited by size into CleRecapFlux.
           move NbComptesTarifes to NbComptesFluxRun.
           move TotalFraisAcc to TotalFluxRun.
           move NbComptesRemiseGroupe to NbAnnexeFluxRun.
           move TotalRemiseGroupeAcc to TotalAnnexeFluxRun.
           perform AvancementFlux.

      ***** Releves : le curseur est dans l'ordre des noms, la cle commence par le nom *****
       AvancementFluxReleves.
           move Nom of Client to NomCleFlux.
           move spaces to CleCouranteFlux.
           string NomCleFlux CodeBanque of Compte CodeGuichet of Compte
               RacineCompte of Compte TypeCompte of Compte
               delimited by size into CleCouranteFlux.
           move spaces to CleRecapFlux.
           move NbRelevesEdites to NbComptesFluxRun.
           move 0 to TotalFluxRun.
           move 0 to NbAnnexeFluxRun.
           move 0 to TotalAnnexeFluxRun.
           perform AvancementFlux.

      ***** Arrete mensuel : photo de la plage refaite en entier, seul le volume est suivi *****
       AvancementFluxArrete.
           exec sql
               UPDATE ExecutionFlux SET NbComptes = :NbComptesPhotographies
               WHERE IdFlux = :IdFluxCourant
           end-exec.

      ***** Releves d'un flux : fichier propre au flux, complete en reprise *****
       OuvertureRelevesFlux.
           perform ConstructionNomRelevesFlux.
           move NomFichierRelevesFlux to NomFichierReleves.
           if RepriseFlux = "O" then
               open extend F-Releves
           else
               open output F-Releves
           end-if.

       ConstructionNomRelevesFlux.
           move spaces to NomFichierRelevesFlux.
           string CheminEditions delimited by space
               "RelevesComptes-F" delimited by size
               NoFluxCourant delimited by size
               ".txt" delimited by size
               into NomFichierRelevesFlux
           end-string.

      **************************************************************************************
      ***** Consolidation des flux de fin de mois : "CONSO" + mode (ex "CONSOTARIFS"). *****
      ***** Refusee tant qu'un flux du plan n'a pas abouti ; sinon les cumuls des flux *****
      ***** refont les sorties habituelles du mode (recapitulatifs edites et catalogues, *****
      ***** mois de tarification enregistre, releves concatenes dans le fichier habituel) *****
      ***** et les executions sont marquees consolidees. Un rapport de controle par flux *****
      ***** (plage, issue, volumes, montants) est edite dans tous les cas *****
      **************************************************************************************
       ConsolidationFlux.
           move "N" to ConsolidationRefusee.
           move 0 to NbComptesConsoFlux.
           move 0 to TotalConsoFlux.
           move 0 to NbAnnexeConsoFlux.
           move 0 to TotalAnnexeConsoFlux.
           move 0 to NbFluxNonAboutis.
           move ModeBatch(6:15) to ModeFluxEtape.
           perform DeterminationModeFlux.
           if NomModeFlux = spaces then
               move "ERREUR" to ResultatJournal
               exit paragraph
           end-if.

      ***** Chaque flux du plan doit avoir une execution aboutie non encore consolidee, *****
      ***** et aucune execution du mode ne doit etre restee en erreur ou en cours *****
           move 0 to NbFluxPlan.
           exec sql
               select count(*) into :NbFluxPlan from PlanFlux
           end-exec.
           move 0 to NbFluxAboutis.
           exec sql
               select count(*) into :NbFluxAboutis from PlanFlux
               where exists (select IdFlux from ExecutionFlux
                             where ExecutionFlux.NoFlux = PlanFlux.NoFlux
                               and ExecutionFlux.ModeFlux = :NomModeFlux
                               and ExecutionFlux.Consolide = 'N'
                               and ExecutionFlux.Resultat = 'OK')
           end-exec.
           move 0 to NbFluxTrouve.
           exec sql
               select count(*) into :NbFluxTrouve from ExecutionFlux
               where ModeFlux = :NomModeFlux and Consolide = 'N' and Resultat <> 'OK'
           end-exec.
           compute NbFluxNonAboutis = NbFluxPlan - NbFluxAboutis + NbFluxTrouve.
           if NbFluxPlan = 0 or NbFluxNonAboutis > 0 then
               move "O" to ConsolidationRefusee
           end-if.

      ***** Tarifs : le mois facture par les flux ne doit pas l'avoir deja ete *****
           if ConsolidationRefusee = "N" and NomModeFlux = "TARIFS" then
               perform ControleMoisTarifsFlux
           end-if.

           move 0 to NbComptesHorsPlage.
           exec sql
               select count(*) into :NbComptesHorsPlage from Compte
               where not exists
                   (select NoFlux from PlanFlux
                    where (case when PlanFlux.TypePlage = 'G' then Compte.CodeGuichet
                                else Compte.CodeBanque end)
                          between PlanFlux.BorneDebut and PlanFlux.BorneFin)
           end-exec.

           perform EditionConsolidationFlux.

           if ConsolidationRefusee = "O" then
               exit paragraph
           end-if.

           evaluate NomModeFlux
               when "AGIOS"
                   move NbComptesConsoFlux to NbComptesAgios
                   move TotalConsoFlux to TotalAgiosAcc
               when "INTERETS"
                   move NbComptesConsoFlux to NbComptesInterets
                   move TotalConsoFlux to TotalInteretsAcc
                   move 0 to NbBanquesRecapInt
                   perform ChargementRecapFlux
                   perform ImpressionRecapInterets
               when "TARIFS"
                   move NbComptesConsoFlux to NbComptesTarifes
                   move TotalConsoFlux to TotalFraisAcc
                   move NbAnnexeConsoFlux to NbComptesRemiseGroupe
                   move TotalAnnexeConsoFlux to TotalRemiseGroupeAcc
                   move 0 to NbGuichetsRecapTar
                   perform ChargementRecapFlux
                   perform EnregistrementMoisTarifsFlux
                   perform ImpressionRecapTarifs
               when "RELEVES"
                   move NbComptesConsoFlux to NbRelevesEdites
                   perform ConcatenationRelevesFlux
               when "ARRETEMOIS"
                   move NbComptesConsoFlux to NbComptesPhotographies
           end-evaluate.

           exec sql
               UPDATE ExecutionFlux
               SET Consolide = 'O', DateConsolidation = getdate()
               WHERE ModeFlux = :NomModeFlux and Consolide = 'N' and Resultat = 'OK'
           end-exec.

      ***** Mois facture = periode la plus recente des flux ; refuse s'il l'est deja *****
       ControleMoisTarifsFlux.
           move spaces to MoisTarification.
           exec sql
               select max(PeriodeFlux) into :MoisTarification from ExecutionFlux
               where ModeFlux = 'TARIFS' and Consolide = 'N' and Resultat = 'OK'
           end-exec.
           move 0 to NbRunsTarifMois.
           exec sql
               select count(*) into :NbRunsTarifMois from TarificationRun
               where MoisFacture = :MoisTarification
           end-exec.
           if NbRunsTarifMois > 0 then
               move "O" to ConsolidationRefusee
           end-if.

       EnregistrementMoisTarifsFlux.
           exec sql
               INSERT INTO TarificationRun (MoisFacture, DateRun, CodeOperateur)
               VALUES (:MoisTarification, getdate(), :CodeOperateurSigne)
           end-exec.

      ***** Rapport de controle : une ligne par flux du plan, totaux, comptes hors plage *****
       EditionConsolidationFlux.
           move "CONSOLIDATION FLUX" to TypeEditionCourant.
           move "ConsolidationFlux" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierConsoFlux.

           open output F-ConsolidationFlux.
           move corresponding DateSysteme to LigneCflEntete1.
           move NomModeFlux to ModeCflEd.
           write E-ConsolidationFlux from LigneCflEntete1.
           write E-ConsolidationFlux from LigneCflEntete2.
           write E-ConsolidationFlux from " ".
           write E-ConsolidationFlux from LigneCflEntete7.
           write E-ConsolidationFlux from " ".
           move 5 to NbLignesConsoFlux.

           exec sql
               declare C-ConsolidationFlux cursor for
                   select PlanFlux.NoFlux, PlanFlux.TypePlage, PlanFlux.BorneDebut,
                          PlanFlux.BorneFin, ISNULL(ExecutionFlux.Resultat, 'ABSENT'),
                          ISNULL(ExecutionFlux.NbComptes, 0),
                          ISNULL(ExecutionFlux.TotalMontant, 0),
                          ISNULL(ExecutionFlux.NbAnnexe, 0),
                          ISNULL(ExecutionFlux.TotalAnnexe, 0)
                   from PlanFlux
                   left join ExecutionFlux on ExecutionFlux.NoFlux = PlanFlux.NoFlux
                        and ExecutionFlux.ModeFlux = :NomModeFlux
                        and ExecutionFlux.Consolide = 'N'
                   order by PlanFlux.NoFlux
           end-exec.
           exec sql
               open C-ConsolidationFlux
           end-exec.
           move 0 to ConsolidationFlux-iterator.
           perform EditionConsolidationFlux-Trt until ConsolidationFlux-iterator = 1.
           exec sql
               close C-ConsolidationFlux
           end-exec.

           write E-ConsolidationFlux from " ".
           move NbComptesConsoFlux to TotalComptesCfl.
           move TotalConsoFlux to TotalMontantsCfl.
           move NbComptesHorsPlage to NbHorsPlageCfl.
           write E-ConsolidationFlux from LigneCflTotal1.
           write E-ConsolidationFlux from LigneCflTotal2.
           write E-ConsolidationFlux from LigneCflTotal3.
           write E-ConsolidationFlux from " ".
           move spaces to IssueCflEd.
           evaluate true
               when NbFluxPlan = 0
                   move "CONSOLIDATION REFUSEE : aucun flux au plan PlanFlux" to IssueCflEd
               when NbFluxNonAboutis > 0
                   move "CONSOLIDATION REFUSEE : flux en erreur, en cours ou absent" to IssueCflEd
               when ConsolidationRefusee = "O"
                   move "CONSOLIDATION REFUSEE : mois deja facture" to IssueCflEd
               when other
                   move "Consolidation effectuee, flux marques consolides" to IssueCflEd
           end-evaluate.
           write E-ConsolidationFlux from LigneCflIssue.
           add 6 to NbLignesConsoFlux.
           close F-ConsolidationFlux.

           move NomFichierConsoFlux to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesConsoFlux to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EditionConsolidationFlux-Trt.
           exec sql
               fetch C-ConsolidationFlux into :LigneFluxConsoCourante.NoFluxCf,
                   :LigneFluxConsoCourante.TypePlageCf,
                   :LigneFluxConsoCourante.BorneDebutCf,
                   :LigneFluxConsoCourante.BorneFinCf,
                   :LigneFluxConsoCourante.ResultatCf,
                   :LigneFluxConsoCourante.NbComptesCf,
                   :LigneFluxConsoCourante.TotalMontantCf,
                   :LigneFluxConsoCourante.NbAnnexeCf,
                   :LigneFluxConsoCourante.TotalAnnexeCf
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to ConsolidationFlux-iterator
               exit paragraph
           end-if.

           move NoFluxCf to NoFluxCflEd.
           if TypePlageCf = "G" then
               move "Guichet" to TypePlageCflEd
           else
               move "Banque" to TypePlageCflEd
           end-if.
           move BorneDebutCf to BorneDebutCflEd.
           move BorneFinCf to BorneFinCflEd.
           move ResultatCf to ResultatCflEd.
           move NbComptesCf to NbComptesCflEd.
           move TotalMontantCf to TotalCflEd.
           move TotalAnnexeCf to TotalAnnexeCflEd.
           write E-ConsolidationFlux from LigneCflDetail.
           add 1 to NbLignesConsoFlux.

           add NbComptesCf to NbComptesConsoFlux.
           add TotalMontantCf to TotalConsoFlux.
           add NbAnnexeCf to NbAnnexeConsoFlux.
           add TotalAnnexeCf to TotalAnnexeConsoFlux.

      ***** Recapitulatifs par banque (interets) ou banque + guichet (tarifs) refaits *****
      ***** depuis les cumuls de FluxRecap des flux aboutis *****
       ChargementRecapFlux.
           exec sql
               declare C-RecapFlux cursor for
                   select FluxRecap.CleRecap, sum(FluxRecap.NbComptes), sum(FluxRecap.Total)
                   from FluxRecap
                   join ExecutionFlux on ExecutionFlux.IdFlux = FluxRecap.IdFlux
                   where ExecutionFlux.ModeFlux = :NomModeFlux
                     and ExecutionFlux.Consolide = 'N'
                     and ExecutionFlux.Resultat = 'OK'
                   group by FluxRecap.CleRecap
                   order by FluxRecap.CleRecap
           end-exec.
           exec sql
               open C-RecapFlux
           end-exec.
           move 0 to RecapFlux-iterator.
           perform ChargementRecapFlux-Trt until RecapFlux-iterator = 1.
           exec sql
               close C-RecapFlux
           end-exec.

       ChargementRecapFlux-Trt.
           exec sql
               fetch C-RecapFlux into :CleRecapFlux, :NbComptesFluxDelta, :TotalFluxDelta
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to RecapFlux-iterator
               exit paragraph
           end-if.

           if NomModeFlux = "INTERETS" and NbBanquesRecapInt < 50 then
               add 1 to NbBanquesRecapInt
               move NbBanquesRecapInt to RecapInt-i
               move CleRecapFlux(1:5) to CodeBanqueRecapInt(RecapInt-i)
               move NbComptesFluxDelta to NbComptesRecapInt(RecapInt-i)
               move TotalFluxDelta to TotalRecapInt(RecapInt-i)
           end-if.
           if NomModeFlux = "TARIFS" and NbGuichetsRecapTar < 100 then
               add 1 to NbGuichetsRecapTar
               move NbGuichetsRecapTar to RecapTar-i
               move CleRecapFlux(1:5) to CodeBanqueRecapTar(RecapTar-i)
               move CleRecapFlux(6:5) to CodeGuichetRecapTar(RecapTar-i)
               move NbComptesFluxDelta to NbComptesRecapTar(RecapTar-i)
               move TotalFluxDelta to TotalRecapTar(RecapTar-i)
           end-if.

      ***** Releves : les fichiers des flux du plan, dans l'ordre des flux, forment le *****
      ***** fichier habituel des releves *****
       ConcatenationRelevesFlux.
           move 0 to NbLignesRelevesConso.
           open output F-Releves.
           exec sql
               declare C-PlanFluxConso cursor for
                   select NoFlux from PlanFlux
                   order by NoFlux
           end-exec.
           exec sql
               open C-PlanFluxConso
           end-exec.
           move 0 to PlanFluxConso-iterator.
           perform ConcatenationRelevesFlux-Trt until PlanFluxConso-iterator = 1.
           exec sql
               close C-PlanFluxConso
           end-exec.
           close F-Releves.

       ConcatenationRelevesFlux-Trt.
           exec sql
               fetch C-PlanFluxConso into :NoFluxCourant
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to PlanFluxConso-iterator
               exit paragraph
           end-if.

           perform ConstructionNomRelevesFlux.
           open input F-RelevesFlux.
           if RelevesFlux-Status not = "00" then
               exit paragraph
           end-if.
           move 0 to RelevesFlux-Eof.
           perform CopieRelevesFlux until RelevesFlux-Eof = 1.
           close F-RelevesFlux.

       CopieRelevesFlux.
           read F-RelevesFlux
               at end
                   move 1 to RelevesFlux-Eof
               not at end
                   write E-Releves from E-RelevesFlux
                   add 1 to NbLignesRelevesConso
           end-read.

      ***** Insertion de la ligne de journal a l'ouverture du batch *****
       OuvertureJournalBatch.
           move 0 to LignesLuesJournal.
           move 0 to LignesRejeteesJournal.
           move "OK" to ResultatJournal.
           move ModeBatch to ModeJournal of LigneJournalBatch.

           exec sql
               select newid() into :IdExecutionJournal
           end-exec.
           exec sql
               INSERT INTO JournalBatch
                   (IdExecution, Programme, Mode, DateDebut, Resultat)
               VALUES
                   (:IdExecutionJournal, 'AideTest', :LigneJournalBatch.ModeJournal,
                    getdate(), 'EN COURS')
           end-exec.

      ***** Cloture de la ligne de journal : fin, volumes, dernier SqlCode, issue *****
       ClotureJournalBatch.
           move SQLCODE to SqlStatusJournal.
           if ResultatJournal = "OK" and SqlStatusJournal < 0 then
               move "ERREUR" to ResultatJournal
           end-if.

      ***** Un flux de fin de mois porte la meme issue que sa ligne de journal *****
           if IdFluxCourant <> spaces then
               perform ClotureFlux
           end-if.

           exec sql
               UPDATE JournalBatch
               SET DateFin = getdate(),
                   LignesLues = :LignesLuesJournal,
                   LignesRejetees = :LignesRejeteesJournal,
                   SqlStatus = :SqlStatusJournal,
                   Resultat = :ResultatJournal
               WHERE IdExecution = :IdExecutionJournal
           end-exec.

      ***** Toute panne leve immediatement une alerte (sauf le refus de demarrage cause *****
      ***** par une alerte deja levee, qui ne ferait qu'empiler) *****
           if (ResultatJournal = "ERREUR" or ResultatJournal = "REFUSE")
              and RefusPourAlerte <> "O" then
               perform EcritureAlerteBatch
           end-if.
           move "N" to RefusPourAlerte.

      ***** Un mode est critique quand sa panne doit bloquer le cycle suivant : les *****
      ***** ecrivains de la table Compte, le controle des soldes et l'arrete de journee *****
       DeterminationModeCritique.
           perform DeterminationEcrivainCompte.
           if BatchEcritCompte = "O" or ModeBatch(1:6) = "SOLDES" or
              ModeBatch(1:6) = "ARRETE" or ModeBatch(1:5) = "CONSO" then
               move "O" to AlerteBloquante
           else
               move "N" to AlerteBloquante
           end-if.

      ***** Un mode critique ne demarre pas tant qu'une panne bloquante du cycle *****
      ***** precedent n'a pas ete acquittee par un operateur *****
       ControleAlertesBloquantes.
           move "N" to DemarrageRefuse.
           perform DeterminationModeCritique.
           if AlerteBloquante = "O" then
               move 0 to NbAlertesBloquantes
               exec sql
                   select count(*) into :NbAlertesBloquantes from AlerteBatch
                   where Acquittee = 'N' and Bloquante = 'O'
               end-exec
               if NbAlertesBloquantes > 0 then
                   move "O" to DemarrageRefuse
               end-if
           end-if.

      ***** Alerte : ligne en base (a acquitter) + ligne ajoutee au fichier a plat *****
      ***** que l'outil de supervision surveille *****
       EcritureAlerteBatch.
           perform DeterminationModeCritique.
      ***** La panne d'un flux n'arrete pas les autres flux : c'est la consolidation, *****
      ***** refusee tant qu'un flux n'a pas abouti, qui bloque le cycle suivant *****
           if ModeBatch(1:4) = "FLUX" then
               move "N" to AlerteBloquante
           end-if.
           exec sql
               select newid() into :IdAlerteCourante
           end-exec.
           exec sql
               INSERT INTO AlerteBatch
                   (IdAlerte, IdExecution, Mode, Resultat, DateAlerte,
                    Bloquante, Acquittee)
               VALUES
                   (:IdAlerteCourante, :IdExecutionJournal,
                    :LigneJournalBatch.ModeJournal, :ResultatJournal,
                    getdate(), :AlerteBloquante, 'N')
           end-exec.

           accept DateAlerteFicEd of LigneFichierAlerte from date yyyymmdd.
           accept HeureActionZones from time.
           move HeureActionZones(1:6) to HeureAlerteEd.
           move HeureAlerteEd to HeureAlerteFicEd of LigneFichierAlerte.
           move ModeJournal of LigneJournalBatch to ModeAlerteFicEd of LigneFichierAlerte.
           move ResultatJournal to ResultatAlerteFicEd of LigneFichierAlerte.
           move AlerteBloquante to BloquanteAlerteFicEd of LigneFichierAlerte.
           open extend F-AlertesBatch.
           write E-AlertesBatch from LigneFichierAlerte.
           close F-AlertesBatch.

      ***** Ouverture d'une ligne du journal des sessions au sign-on interactif *****
       OuvertureJournalSession.
           exec sql
               select newid() into :IdSessionJournal
           end-exec.
           exec sql
               INSERT INTO JournalSession
                   (IdSession, CodeOperateur, Origine, DateDebut)
               VALUES
                   (:IdSessionJournal, :CodeOperateurSigne, :OrigineSession, getdate())
           end-exec.
           move "O" to SessionJournalisee.

      ***** Cloture de la ligne de session au retour au menu appelant / arret *****
       ClotureJournalSession.
           if SessionJournalisee = "O" then
               exec sql
                   UPDATE JournalSession SET DateFin = getdate()
                   WHERE IdSession = :IdSessionJournal
               end-exec
               move "N" to SessionJournalisee
           end-if.

      ***** Une ligne par option sensible entree : celles que le controle de profil *****
      ***** refuse au profil consultation (mises a jour, administration, exploitation) *****
       JournalisationOptionSensible.
           if SessionJournalisee = "N" then
               exit paragraph
           end-if.

           move "O" to OptionSensible.
           evaluate Option
               when 0
               when 2
               when 3
               when 7
               when 8
               when 9
               when 11
               when 15
               when 99
                   move "N" to OptionSensible
               when other
                   continue
           end-evaluate.

           if OptionSensible = "O" then
               exec sql
                   INSERT INTO JournalSessionOption (IdSession, OptionMenu, DateAction)
                   VALUES (:IdSessionJournal, :Option, getdate())
               end-exec
           end-if.

      ***** Banniere d'accueil : tant que des pannes batch restent non acquittees, le *****
      ***** menu general l'affiche en bas d'ecran a chaque passage *****
       ControleBanniereAlertes.
           move 0 to NbAlertesNonAcquittees.
           exec sql
               select count(*) into :NbAlertesNonAcquittees from AlerteBatch
               where Acquittee = 'N'
           end-exec.
           if NbAlertesNonAcquittees > 0 then
               display " ** PANNES BATCH NON ACQUITTEES : acquitter via Consultations (18) ** " line 25 col 1 bell
           end-if.

      ***** Duree d'inactivite toleree (parametre TIMEOUTSESSION en minutes, 15 a defaut) *****
       LectureTimeoutSession.
           move 15 to MinutesTimeoutSession.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'TIMEOUTSESSION'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :MinutesTimeoutSession from ParametreBancaire
                   where CleParam = 'TIMEOUTSESSION'
               end-exec
           end-if.

      ***** Compare l'heure du retour au menu a celle de l'action precedente : au-dela du *****
      ***** timeout, la session est close et l'operateur doit se reidentifier *****
       ControleInactiviteSession.
           move "N" to SessionExpiree.
           accept HeureActionZones from time.
           compute SecondesActionCourante =
               HeureActionHH * 3600 + HeureActionMM * 60 + HeureActionSS.

           if PremiereActionFaite = "O" then
               compute SecondesInactivite =
                   SecondesActionCourante - SecondesDerniereAction
      ***** Passage de minuit pendant l'attente *****
               if SecondesInactivite < 0 then
                   add 86400 to SecondesInactivite
               end-if
               if SecondesInactivite > MinutesTimeoutSession * 60 then
                   display " ** Session expiree par inactivite : reidentification requise ** " line 25 col 1 bell blink
                   perform ClotureJournalSession
                   perform SignOnOperateur
                   perform OuvertureJournalSession
                   move 99 to Option
                   move "O" to SessionExpiree
               end-if
           end-if.

           move SecondesActionCourante to SecondesDerniereAction.
           move "O" to PremiereActionFaite.

      ***** AffichageMenu-Init *****
       AffichageMenu-Init.
      ***** Recuperation de l'argument de lancement (mode batch) depuis la ligne de commande *****
           move spaces to ModeBatch.
           accept ModeBatch from command-line.

      ***** CONNEXION à la BDD à l'initialisation du menu (chaine de connexion lue dans un fichier de controle) *****
           perform LectureParametresConnexion.
           if ParametresConnexion-Trouve = "N" then
               if ModeBatch(1:6) <> "IMPORT" and ModeBatch(1:5) <> "AGIOS" then
                   display " ** Fichier de parametres de connexion introuvable, chaine par defaut utilisee ** " line 25 col 1
               end-if
           end-if.
           exec sql
               Connect using :CnxDb
           end-exec
           if (SQLCODE not equal 0) then
               stop run
           end-if.
           exec sql
             SET AUTOCOMMIT ON
           end-exec.

      ***** Identification de l'operateur : contexte transmis par le menu appelant s'il y en *****
      ***** a un, sinon sign-on a l'ecran en interactif, et operateur conventionnel "BATCH" *****
      ***** (plein acces) pour les chaines lancees par le scheduler *****
           if address of ContexteAppel not = null then
               move CodeOperateurAppel to CodeOperateurSigne
               move ProfilOperateurAppel to ProfilOperateur
               perform ControleVerrouCompte
               if VerrouCompteTenu = "O" then
                   display " ** Batch en cours sur les comptes : options de mise a jour indisponibles ** " line 25 col 1 bell
               end-if
           else
           if ModeBatch = spaces then
               perform SignOnOperateur
      ***** Si un batch ecrivain tourne deja, la session s'ouvre mais les options de mise a *****
      ***** jour des comptes resteront refusees tant que le verrou est tenu *****
               perform ControleVerrouCompte
               if VerrouCompteTenu = "O" then
                   display " ** Batch en cours sur les comptes : options de mise a jour indisponibles ** " line 25 col 1 bell
               end-if
           else
               move "BATCH" to CodeOperateurSigne
               move "A" to ProfilOperateur
           end-if
           end-if.

      ***** Journal des sessions : chaque entree interactive laisse sa ligne, avec son *****
      ***** origine (menu appelant ou lancement direct) ; les batchs restent couverts *****
      ***** par le journal des batchs *****
           move "N" to SessionJournalisee.
           if ModeBatch = spaces then
               if address of ContexteAppel not = null then
                   move "MENU" to OrigineSession
               else
                   move "DIRECT" to OrigineSession
               end-if
               perform OuvertureJournalSession
           end-if.

      ***** Armement du timeout d'inactivite des sessions interactives *****
           move "N" to PremiereActionFaite.
           move 0 to SecondesDerniereAction.
           perform LectureTimeoutSession.

      ***** On initialise Option (du menu) à 1 pour pouvoir boucler dessus *****
           move 1 to Option.
      ***** La date vient du contexte appelant quand il existe, de la machine sinon *****
           if address of ContexteAppel not = null then
               move DateSystemeAppel to DateSysteme
           else
               accept DateSysteme from date
           end-if.

      **************************************************************************************
      ***** LectureParametresConnexion (chaine de connexion externalisee) *****
      **************************************************************************************
       LectureParametresConnexion.
      ***** Valeur par defaut si le fichier de parametres est absent *****
           MOVE
             "trusted_Connection=yes;Database=SCORPION;server=DESKTOP-JH1VHLN\SQLEXPRESS01;factory=System.Data.SqlClient;"
             TO CNXDB.

           move "N" to ParametresConnexion-Trouve.
           open input F-ParametresConnexion.
           if ParametresConnexion-Status = "00" then
               read F-ParametresConnexion
                   not at end
                       move E-ParametresConnexion to CNXDB
                       move "O" to ParametresConnexion-Trouve
               end-read
               close F-ParametresConnexion
           end-if.

      **************************************************************************************
      ***** Sign-on operateur : 3 essais contre la table Operateur, sinon arret du programme *****
      **************************************************************************************
       SignOnOperateur.
           move "N" to SignOn-OK.
           move 0 to EssaisSignOn.

      ***** Amorcage : tant qu'aucun operateur n'est declare en base, l'entree se fait en *****
      ***** profil administration pour permettre la creation du premier operateur *****
           move 0 to NbOperateurs.
           exec sql
               select count(*) into :NbOperateurs from Operateur
           end-exec.
           if NbOperateurs = 0 then
               move "ADMIN" to CodeOperateurSigne
               move "A" to ProfilOperateur
               move "O" to SignOn-OK
               display " ** Aucun operateur declare : acces administration, creez les operateurs ** " line 25 col 1
               exit paragraph
           end-if.

           perform SignOnOperateur-Trt until SignOn-OK = "O" or EssaisSignOn >= 3.

           if SignOn-OK = "N" then
               display " ** Acces refuse ** " line 25 col 1 bell
               stop run
           end-if.

       SignOnOperateur-Trt.
           add 1 to EssaisSignOn.
           move " " to CodeOperateurSigne.
           move " " to MotDePasseSaisi.
           move " " to ProfilOperateur.
           display SignOn-Ecran.
           accept SignOn-Ecran.

      ***** Lecture de l'operateur par son code seul : l'etat du compte (verrou, echecs *****
      ***** cumules, mot de passe courant) pilote la suite du sign-on *****
           move 0 to OperateurTrouveSignOn.
           exec sql
               select count(*) into :OperateurTrouveSignOn from Operateur
               where CodeOperateur = :CodeOperateurSigne
           end-exec.
           if OperateurTrouveSignOn = 0 then
               display " ** Code operateur ou mot de passe errone ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "N" to OperateurVerrouille.
           move 0 to EchecsSignOnCumules.
           move " " to MotDePasseCourant.
           exec sql
               select Profil, NomOperateur, MotDePasse,
                      ISNULL(Verrouille, 'N'), ISNULL(EchecsSignOn, 0)
               into :ProfilOperateur, :NomOperateurTrouve, :MotDePasseCourant,
                    :OperateurVerrouille, :EchecsSignOnCumules
               from Operateur
               where CodeOperateur = :CodeOperateurSigne
           end-exec.

      ***** Un compte verrouille le reste jusqu'au deverrouillage par un administrateur *****
           if OperateurVerrouille = "O" then
               display " ** Compte verrouille : voir un administrateur ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Echec persiste sur l'Operateur ; trois echecs cumules verrouillent le compte, *****
      ***** meme a travers plusieurs lancements du programme *****
           if MotDePasseSaisi <> MotDePasseCourant then
               add 1 to EchecsSignOnCumules
               exec sql
                   UPDATE Operateur SET EchecsSignOn = :EchecsSignOnCumules
                   WHERE CodeOperateur = :CodeOperateurSigne
               end-exec
               if EchecsSignOnCumules >= 3 then
                   exec sql
                       UPDATE Operateur SET Verrouille = 'O'
                       WHERE CodeOperateur = :CodeOperateurSigne
                   end-exec
                   display " ** Compte verrouille apres 3 echecs : voir un administrateur ** " line 25 col 1 bell blink
               else
                   display " ** Code operateur ou mot de passe errone ** " line 25 col 1 bell blink
               end-if
               exit paragraph
           end-if.

      ***** Sign-on reussi : remise a zero du compteur d'echecs *****
           exec sql
               UPDATE Operateur SET EchecsSignOn = 0
               WHERE CodeOperateur = :CodeOperateurSigne
           end-exec.
           move "O" to SignOn-OK.

      ***** Mot de passe expire (ou jamais date) : changement force avant d'entrer *****
           perform LectureExpirationMdp.
           if MdpExpire > 0 then
               perform ChangementMotDePasse
               if ChangementMdp-OK = "N" then
                   move "N" to SignOn-OK
               end-if
           end-if.

      ***** Le mot de passe est perime au-dela du parametre EXPIRATIONMDP (90 jours a *****
      ***** defaut) ; une ligne Operateur sans DateMotDePasse est reputee expiree *****
       LectureExpirationMdp.
           move 90 to JoursExpirationMdp.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'EXPIRATIONMDP'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :JoursExpirationMdp from ParametreBancaire
                   where CleParam = 'EXPIRATIONMDP'
               end-exec
           end-if.

           move 0 to MdpExpire.
           exec sql
               select count(*) into :MdpExpire from Operateur
               where CodeOperateur = :CodeOperateurSigne
                 and (DateMotDePasse is null
                      or datediff(day, DateMotDePasse, getdate()) > :JoursExpirationMdp)
           end-exec.

      ***** Changement force du mot de passe : saisie double, jamais un mot de passe deja *****
      ***** utilise (HistoriqueMotDePasse) ; trois essais puis le sign-on est refuse *****
       ChangementMotDePasse.
           move "N" to ChangementMdp-OK.
           move 0 to EssaisChangementMdp.
           perform ChangementMotDePasse-Trt until ChangementMdp-OK = "O"
               or EssaisChangementMdp >= 3.
           if ChangementMdp-OK = "N" then
               display " ** Changement de mot de passe non abouti : acces refuse ** " line 25 col 1 bell blink
           end-if.

       ChangementMotDePasse-Trt.
           add 1 to EssaisChangementMdp.
           move " " to NouveauMdpSaisi.
           move " " to ConfirmationMdpSaisie.
           display ChangementMdp-Ecran.
           accept ChangementMdp-Ecran.

           if NouveauMdpSaisi = " " then
               display " ** Nouveau mot de passe obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if NouveauMdpSaisi <> ConfirmationMdpSaisie then
               display " ** La confirmation ne correspond pas ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if NouveauMdpSaisi = MotDePasseCourant then
               display " ** Le nouveau mot de passe doit differer de l'actuel ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NbReutilisationsMdp.
           exec sql
               select count(*) into :NbReutilisationsMdp from HistoriqueMotDePasse
               where CodeOperateur = :CodeOperateurSigne
                 and MotDePasse = :NouveauMdpSaisi
           end-exec.
           if NbReutilisationsMdp > 0 then
               display " ** Mot de passe deja utilise par le passe, refuse ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** L'ancien mot de passe part a l'historique, le nouveau est date du jour *****
           exec sql
               INSERT INTO HistoriqueMotDePasse (CodeOperateur, MotDePasse, DateChangement)
               VALUES (:CodeOperateurSigne, :MotDePasseCourant, getdate())
           end-exec.
           exec sql
               UPDATE Operateur
               SET MotDePasse = :NouveauMdpSaisi, DateMotDePasse = getdate()
               WHERE CodeOperateur = :CodeOperateurSigne
           end-exec.
           move NouveauMdpSaisi to MotDePasseCourant.
           move "O" to ChangementMdp-OK.
           display M-EffaceQuestion.

      **************************************************************************************
      ***** Controle du profil sur l'option demandee au menu general *****
      ***** C : consultations et editions seules ; G : tout sauf l'administration des *****
      ***** tables (banques, referentiels) ; A : tout *****
      **************************************************************************************
       ControleProfilOption.
           move "O" to OptionAutorisee.

      ***** Matrice d'autorisations en base : des qu'un profil y est decrit, elle fait *****
      ***** foi pour lui (presence de la ligne profil/option = option permise, le retour *****
      ***** au menu restant toujours permis) ; les regles codees en dur ci-dessous ne *****
      ***** servent plus que de filet pour les profils absents de la table *****
           move 0 to NbAutorisationsProfil.
           exec sql
               select count(*) into :NbAutorisationsProfil from AutorisationProfil
               where Profil = :ProfilOperateur
           end-exec.
           if NbAutorisationsProfil > 0 then
               if Option = 0 then
                   exit paragraph
               end-if
               move 0 to NbLigneAutorisation
               exec sql
                   select count(*) into :NbLigneAutorisation from AutorisationProfil
                   where Profil = :ProfilOperateur and OptionMenu = :Option
               end-exec
               if NbLigneAutorisation = 0 then
                   move "N" to OptionAutorisee
               end-if
               exit paragraph
           end-if.

           if ProfilOperateur = "C" then
               evaluate Option
                   when 2
                   when 3
                   when 7
                   when 8
                   when 9
                   when 11
                   when 15
                   when 0
                       continue
                   when other
                       move "N" to OptionAutorisee
               end-evaluate
           end-if.

           if ProfilOperateur = "G" then
               evaluate Option
                   when 10
                   when 17
                   when 19
                       move "N" to OptionAutorisee
                   when other
                       continue
               end-evaluate
           end-if.

      **************************************************************************************
      ***** Controles de la matrice d'autorisations a la saisie d'un mouvement : plafond *****
      ***** de montant du profil (ligne de l'option 13, 0 = sans plafond) et restriction *****
      ***** de guichet portee par l'operateur (saisie limitee a son guichet) *****
      **************************************************************************************
       ControleAutorisationSaisie.
           move "O" to AutorisationSaisie-OK.

           move 0 to PlafondMontantProfil.
           exec sql
               select ISNULL(max(PlafondMontant), 0) into :PlafondMontantProfil
               from AutorisationProfil
               where Profil = :ProfilOperateur and OptionMenu = 13
           end-exec.
           if PlafondMontantProfil > 0 and MontantMvt > PlafondMontantProfil then
               move "N" to AutorisationSaisie-OK
               display " ** Montant au-dela du plafond autorise de votre profil ** " line 25 col 1 bell blink
           end-if.

           move " " to GuichetRestreintOper.
           exec sql
               select ISNULL(GuichetRestreint, ' ') into :GuichetRestreintOper
               from Operateur
               where CodeOperateur = :CodeOperateurSigne
           end-exec.
           if GuichetRestreintOper <> " " and GuichetRestreintOper <> CodeGuichetMvt then
               move "N" to AutorisationSaisie-OK
               display " ** Operateur restreint a son guichet : saisie refusee ** " line 25 col 1 bell blink
           end-if.

      **************************************************************************************
      ***** Verrou d'exclusion sur les ecritures de la table Compte (table VerrouBatch) *****
      ***** Un seul batch ecrivain a la fois ; les sessions interactives le consultent *****
      **************************************************************************************
      ***** Position courante du verrou 'COMPTE' (la ligne est creee au premier controle) *****
       ControleVerrouCompte.
           move "N" to VerrouCompteTenu.
      ***** Un flux de fin de mois en cours tient le verrou de sa plage *****
           move 0 to NbVerrou.
           exec sql
               select count(*) into :NbVerrou from VerrouBatch
               where NomVerrou like 'COMPTEF%' and EnCours = 'O'
           end-exec.
           if NbVerrou > 0 then
               move "O" to VerrouCompteTenu
           end-if.

           move 0 to NbVerrou.
           exec sql
               select count(*) into :NbVerrou from VerrouBatch
               where NomVerrou = 'COMPTE'
           end-exec.
           if NbVerrou = 0 then
               exec sql
                   INSERT INTO VerrouBatch (NomVerrou, EnCours, DateDebut, CodeOperateur)
                   VALUES ('COMPTE', 'N', getdate(), :CodeOperateurSigne)
               end-exec
               exit paragraph
           end-if.

           move "N" to VerrouEnCours.
           exec sql
               select EnCours into :VerrouEnCours from VerrouBatch
               where NomVerrou = 'COMPTE'
           end-exec.
           if VerrouEnCours = "O" then
               move "O" to VerrouCompteTenu
           end-if.

      ***** Prise du verrou par un batch ecrivain ; refusee s'il est deja tenu *****
       PriseVerrouCompte.
           move "N" to PriseVerrou-OK.
           if NomVerrouCompte <> "COMPTE" then
               perform PriseVerrouFlux
               exit paragraph
           end-if.
           perform ControleVerrouCompte.
           if VerrouCompteTenu = "N" then
               exec sql
                   UPDATE VerrouBatch
                   SET EnCours = 'O', DateDebut = getdate(), CodeOperateur = :CodeOperateurSigne
                   WHERE NomVerrou = 'COMPTE' and EnCours = 'N'
               end-exec
               if SQLCODE = 0 or SQLCODE = 1 then
                   move "O" to PriseVerrou-OK
               end-if
           end-if.

      ***** Liberation du verrou en fin de batch *****
      ***** Verrou d'un flux : refuse si un batch ecrivain non decoupe tient 'COMPTE' ou *****
      ***** si le meme flux tourne deja ; les flux de plages differentes cohabitent *****
       PriseVerrouFlux.
           move 0 to NbVerrou.
           exec sql
               select count(*) into :NbVerrou from VerrouBatch
               where NomVerrou = :NomVerrouCompte
           end-exec.
           if NbVerrou = 0 then
               exec sql
                   INSERT INTO VerrouBatch (NomVerrou, EnCours, DateDebut, CodeOperateur)
                   VALUES (:NomVerrouCompte, 'N', getdate(), :CodeOperateurSigne)
               end-exec
           end-if.

           move 0 to NbVerrou.
           exec sql
               select count(*) into :NbVerrou from VerrouBatch
               where NomVerrou = 'COMPTE' and EnCours = 'O'
           end-exec.
           if NbVerrou > 0 then
               exit paragraph
           end-if.

           exec sql
               UPDATE VerrouBatch
               SET EnCours = 'O', DateDebut = getdate(), CodeOperateur = :CodeOperateurSigne
               WHERE NomVerrou = :NomVerrouCompte and EnCours = 'N'
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move "O" to PriseVerrou-OK
           end-if.

       LiberationVerrouCompte.
           exec sql
               UPDATE VerrouBatch SET EnCours = 'N'
               WHERE NomVerrou = :NomVerrouCompte
           end-exec.

      ***** AffichageMenu-Trt *****
       AffichageMenu-Trt.
           move 0 to Option.
      ***** On affiche le menu *****
           display menu.
      ***** Banniere des pannes batch non acquittees *****
           perform ControleBanniereAlertes.
      ***** On accept de recevoir une reponse (option) de la part de l'utilisateur *****
           accept Option line 3 col 78.

      ***** Timeout d'inactivite : une session restee muette trop longtemps retombe sur *****
      ***** l'ecran de sign-on, l'option tapee au reveil est ignoree *****
           perform ControleInactiviteSession.
           if SessionExpiree = "O" then
               exit paragraph
           end-if.

      ***** L'option demandee doit etre couverte par le profil de l'operateur signe *****
           perform ControleProfilOption.
           if OptionAutorisee = "N" then
               display " ** Option non autorisee pour votre profil ** " line 25 col 1 bell blink
               move 99 to Option
           end-if.

      ***** Pendant qu'un batch ecrivain tient le verrou, les options qui ecrivent sur *****
      ***** Compte (imports, gestion clients, agios, mouvements, controles RIB) sont refusees *****
           evaluate Option
               when 1
               when 4
               when 5
               when 6
               when 12
               when 13
               when 14
               when 16
                   perform ControleVerrouCompte
                   if VerrouCompteTenu = "O" then
                       display " ** Batch en cours sur les comptes, option momentanement indisponible ** " line 25 col 1 bell blink
                       move 99 to Option
                   end-if
               when other
                   continue
           end-evaluate.

      ***** Les options sensibles entrees laissent leur ligne au journal des sessions *****
           perform JournalisationOptionSensible.

      ***** On analyse l'option saisie par l'utilisateur et le redirige vers la partie du programme adéquate *****
           evaluate Option
               when 1
                   perform ImportFichier
               when 2
                   perform ListeBanque
               when 3
                   perform ListeCompte
               when 4
                   perform ControleCleRib
               when 5
                   perform ControleCleRibExportFile
               when 6
                   perform GestionClient
               when 7
                   perform RechercheCompteParRib
               when 8
                   perform ReleveDeCompte
               when 9
                   perform BilanBanques
               when 10
                   perform GestionBanque
               when 11
                   perform EtatDesComptes
               when 12
                   perform ChoixCalculInterets
               when 13
                   perform SaisieMouvement
               when 14
                   perform ImportMouvements
               when 15
                   perform EditionsRapports
               when 16
                   perform VirementsPermanents
               when 17
                   perform Referentiels
               when 18
                   perform ConsultationSuivi
               when 19
      ***** Les traitements d'exploitation restent reserves au profil administration *****
                   if ProfilOperateur = "A" then
                       perform Exploitation
                   else
                       display " ** Reserve au profil administration ** " line 25 col 1 bell blink
                   end-if
           end-evaluate.

       AffichageMenu-Fin.
           perform ClotureJournalSession.
      ***** La connexion ouverte par ce programme est liberee avant de rendre la main : le *****
      ***** menu appelant garde la sienne, et un nouvel appel reouvrira proprement celle-ci *****
      ***** au lieu d'empiler une connexion par aller-retour *****
           exec sql
               DISCONNECT CURRENT
           end-exec.
      ***** Retour reel au menu appelant quand le programme a ete appele, arret sinon *****
           if address of ContexteAppel not = null then
               goback
           end-if.
           stop run.

      **********************************************************************
      ******* Importation du fichier (Option 1 du Menu) ********************
      **********************************************************************
       ImportFichier.
           perform ImportFichier-init.
           perform ImportFichier-trt until ImportationCompte-iterator = 1.
           perform ImportFichier-fin.

       ImportFichier-init.
           move 0 to ImportationCompte-iterator.
           move 0 to NoLigneImport.
           move 0 to NbRejetsImport.
           move "N" to RejetsImport-Ouvert.
           move "N" to DoublonsImport-Ouvert.
           move 0 to NbDoublonsImportRun.
      ***** Chaque compte cree par le run declenche la lettre de bienvenue OUV *****
           perform InitFichierCourriers.

      ***** Noms dates des fichiers de rejets et de doublons de ce run : chaque run garde *****
      ***** ses preuves, plus d'ecrasement du run precedent *****
           move "REJETS IMPORT" to TypeEditionCourant.
           move "RejetsImport" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRejetsImport.
           move "DOUBLONS IMPORT" to TypeEditionCourant.
           move "DoublonsImport" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierDoublonsImport.

      ***** Totaux de reconciliation : photo des totaux en base avant le run *****
      ***** Delta pris sur la table Compte entiere (pas de where sur les comptes du run) : *****
      ***** ce batch est cense tourner seul sur sa fenetre nocturne ; aucune session interactive *****
      ***** (Gestion des clients) ni autre batch (CalculAgios) ne doit ecrire dans Compte pendant *****
      ***** son execution, sans quoi ce delta global serait fausse *****
           move 0 to TotalDebitFichier.
           move 0 to TotalCreditFichier.
           exec sql
               select sum(Debit), sum(Credit) into
                   :TotalDebitBaseAvant, :TotalCreditBaseAvant
               from Compte
           end-exec.

      ***** Lecture du point de reprise (checkpoint) de la derniere importation *****
           move 0 to DernierNoLigneImportee.
           open INPUT F-CheckPointImport.
           if CheckPointImport-Status = "00" then
               read F-CheckPointImport
                   not at end
                       move E-CheckPointImport to DernierNoLigneImportee
               end-read
               close F-CheckPointImport
           end-if.

      ***** La premiere ligne doit etre l'enregistrement ENTETE du format d'echange *****
           move "N" to EnTeteFichierLu.
           move "N" to TrailerFichierLu.
           move "N" to ImportFichierRefuse.
           move 0 to NbLignesDonneesImport.
           move 0 to TotalDebitLuFichier.
           move 0 to TotalCreditLuFichier.

           open INPUT F-Client.
           read F-Client
               at end
                   move 1 to ImportationCompte-iterator
               not at end
                   add 1 to NoLigneImport
                   perform ControleEnTeteFichierImport
           end-read.

       ImportFichier-trt.
           read F-Client
               at end
                   move 1 to ImportationCompte-iterator
               not at end
                   add 1 to NoLigneImport
      ***** L'enregistrement TOTAL marque la fin des donnees du fichier *****
                   if E-CLIENT(1:6) = "TOTAL;" then
                       perform ControleTrailerFichierImport
                   else
                       add 1 to NbLignesDonneesImport
                       perform CumulTotauxFichierImport
                       if NoLigneImport > DernierNoLigneImportee then
                           perform ImportationLigne
                       end-if
                   end-if
           end-read.

       ImportFichier-fin.
           close F-Client.
           perform ClotureFichierCourriers.

           move "O" to ReconciliationImport-OK.

      ***** Un fichier refuse d'entree (ENTETE absent, hors sequence, deja charge) n'est pas *****
      ***** reconcilie ; sinon, le trailer TOTAL doit etre present et porter le bon nombre *****
           if ImportFichierRefuse = "O" then
               move "N" to ReconciliationImport-OK
           else
               perform ControleComptageTrailerImport
           end-if.

      ***** Reconciliation import -> base : compare ce qui a ete lu/ecrit a ce que la base a vraiment enregistre *****
           if ReconciliationImport-OK = "O" then
               exec sql
                   select sum(Debit), sum(Credit) into
                       :TotalDebitBaseApres, :TotalCreditBaseApres
                   from Compte
               end-exec
               subtract TotalDebitBaseAvant from TotalDebitBaseApres giving TotalDebitBaseDelta
               subtract TotalCreditBaseAvant from TotalCreditBaseApres giving TotalCreditBaseDelta

               if TotalDebitBaseDelta <> TotalDebitFichier or
                  TotalCreditBaseDelta <> TotalCreditFichier then
                   move "N" to ReconciliationImport-OK
                   if RejetsImport-Ouvert = "N" then
                       open output F-RejetsImport
                       write E-RejetsImport from " No ligne  Contenu de la ligne                                                                                 Motif du rejet"
                       move "O" to RejetsImport-Ouvert
                   end-if
                   write E-RejetsImport from
                       " -- DISCORDANCE DE RECONCILIATION : total fichier importe different du total enregistre en base --"
               end-if
           end-if.

           if ModeBatch(1:6) <> "IMPORT" then
               if ReconciliationImport-OK = "N" then
                   display " ** Discordance de reconciliation import/base : verifier F-RejetsImport ** " line 25 col 1 bell blink
               end-if
           end-if.

      ***** Le run est termine et reconcilie : le checkpoint est remis a 0 pour que le prochain fichier    *****
      ***** (nouvel export quotidien) reparte de la premiere ligne au lieu de sauter ses premieres lignes, *****
      ***** et la sequence du fichier est enregistree pour refuser un rechargement du meme fichier         *****
           if ReconciliationImport-OK = "O" then
               move 0 to NoLigneImport
               perform EcritureCheckPointImport
               perform EnregistrementSequenceImport
           end-if.

           if RejetsImport-Ouvert = "O" then
               close F-RejetsImport
               move "N" to RejetsImport-Ouvert
               move "REJETS IMPORT" to TypeEditionCourant
               move NomFichierRejetsImport to NomFichierEditionCourant
               move 0 to NbPagesCatalogue
               move NbRejetsImport to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.
      ***** Les indicateurs d'ouverture repassent a N : le circuit de recyclage peut rouvrir *****
      ***** ces fichiers plus tard dans la session, sous un nouveau nom date *****
           if DoublonsImport-Ouvert = "O" then
               close F-DoublonsImport
               move "N" to DoublonsImport-Ouvert
               move "DOUBLONS IMPORT" to TypeEditionCourant
               move NomFichierDoublonsImport to NomFichierEditionCourant
               move 0 to NbPagesCatalogue
               move NbDoublonsImportRun to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.

      ***** Controle de l'enregistrement ENTETE (date du fichier, numero de sequence) *****
       ControleEnTeteFichierImport.
           if E-CLIENT(1:7) <> "ENTETE;" then
               move "Fichier sans enregistrement ENTETE (format d'echange attendu)" to MotifRefusFichier
               perform RefusFichierImport
               exit paragraph
           end-if.

           move spaces to DateFichierImport.
           move 0 to SequenceFichierImport.
           unstring E-CLIENT delimited by ";" into
             MotControleImport
             DateFichierImport
             SequenceFichierImport
           end-unstring.

      ***** La sequence attendue est la derniere sequence chargee + 1 ; le tout premier *****
      ***** fichier (table FichierImport vide) est accepte quelle que soit sa sequence *****
           move 0 to NbSequencesImport.
           move 0 to DerniereSequenceImport.
           exec sql
               select count(*), ISNULL(max(NumeroSequence), 0)
               into :NbSequencesImport, :DerniereSequenceImport
               from FichierImport
           end-exec.

           if NbSequencesImport > 0 then
               if SequenceFichierImport <= DerniereSequenceImport then
                   move "Fichier deja charge (sequence inferieure ou egale a la derniere chargee)" to MotifRefusFichier
                   perform RefusFichierImport
               else
                   if SequenceFichierImport not = DerniereSequenceImport + 1 then
                       move "Fichier hors sequence (un fichier intermediaire manque)" to MotifRefusFichier
                       perform RefusFichierImport
                   end-if
               end-if
           end-if.

           if ImportFichierRefuse = "N" then
               move "O" to EnTeteFichierLu
           end-if.

      ***** Refus du fichier entier : motif au rapport des rejets, lecture interrompue *****
       RefusFichierImport.
           move "O" to ImportFichierRefuse.
           move 1 to ImportationCompte-iterator.
           if RejetsImport-Ouvert = "N" then
               open output F-RejetsImport
               write E-RejetsImport from " No ligne  Contenu de la ligne                                                                                 Motif du rejet"
               move "O" to RejetsImport-Ouvert
           end-if.
           write E-RejetsImport from LigneRefusFichier.
           if ModeBatch(1:6) <> "IMPORT" then
               display " ** Fichier refuse : voir F-RejetsImport ** " line 25 col 1 bell blink
           end-if.

      ***** Lecture de l'enregistrement TOTAL (nombre de lignes, totaux Debit et Credit) *****
       ControleTrailerFichierImport.
           move 0 to TrailerCountImport.
           move 0 to TrailerDebitImport.
           move 0 to TrailerCreditImport.
           unstring E-CLIENT delimited by ";" into
             MotControleImport
             TrailerCountImport
             TrailerDebitImport
             TrailerCreditImport
           end-unstring.
           move "O" to TrailerFichierLu.
      ***** Le trailer marque la fin des donnees : la lecture s'arrete la *****
           move 1 to ImportationCompte-iterator.

      ***** Le trailer doit exister et compter exactement les lignes de donnees lues *****
       ControleComptageTrailerImport.
           if TrailerFichierLu = "N" then
               move "N" to ReconciliationImport-OK
               move "Fichier sans enregistrement TOTAL (transfert tronque ?)" to MotifRefusFichier
               perform RefusFichierImport
               exit paragraph
           end-if.

           if TrailerCountImport not = NbLignesDonneesImport then
               move "N" to ReconciliationImport-OK
               move "Nombre de lignes du TOTAL different des lignes lues (transfert tronque ?)" to MotifRefusFichier
               perform RefusFichierImport
               exit paragraph
           end-if.

      ***** Les totaux Debit/Credit du TOTAL doivent retomber sur les cumuls des lignes lues *****
           if TrailerDebitImport not = TotalDebitLuFichier or
              TrailerCreditImport not = TotalCreditLuFichier then
               move "N" to ReconciliationImport-OK
               move "Totaux Debit/Credit du TOTAL differents des cumuls lus" to MotifRefusFichier
               perform RefusFichierImport
           end-if.

      ***** Cumul des colonnes Debit (11e) et Credit (12e), en centimes, de la ligne de *****
      ***** donnees lue - rejets compris, puisque le TOTAL du fichier compte toutes les lignes *****
       CumulTotauxFichierImport.
           move 0 to DebitCentimesCtl.
           move 0 to CreditCentimesCtl.
           move spaces to ZoneCreditCtl.
           unstring E-CLIENT delimited by ";" into
             PoubelleCtl(1)
             PoubelleCtl(2)
             PoubelleCtl(3)
             PoubelleCtl(4)
             PoubelleCtl(5)
             PoubelleCtl(6)
             PoubelleCtl(7)
             PoubelleCtl(8)
             PoubelleCtl(9)
             PoubelleCtl(10)
             DebitCentimesCtl
             ZoneCreditCtl
           end-unstring.
           unstring ZoneCreditCtl delimited by " " into
             CreditCentimesCtl
           end-unstring.
           add DebitCentimesCtl to TotalDebitLuFichier.
           add CreditCentimesCtl to TotalCreditLuFichier.

      ***** Enregistrement de la sequence chargee, en fin de run reconcilie seulement *****
       EnregistrementSequenceImport.
           if EnTeteFichierLu = "O" then
               exec sql
                   INSERT INTO FichierImport (NumeroSequence, DateFichier, DateChargement)
                   VALUES (:SequenceFichierImport, :DateFichierImport, getdate())
               end-exec
           end-if.

      **********************************************************************************************
      ***** Importation du fichier des mouvements du jour (Option 14 du Menu) *****
      ***** Fichier du back office : une ligne par operation sur un compte existant *****
      ***** (CodeBanque;CodeGuichet;RacineCompte;TypeCompte;Date AAAAMMJJ;Sens;Montant en *****
      ***** centimes;Libelle). Le solde du compte est mis a jour et le mouvement historise ; *****
      ***** les lignes sur compte inconnu partent dans F-RejetsMouvements. Peut etre lance *****
      ***** sans surveillance avec ModeBatch = "IMPORTMVT", comme l'import des comptes *****
      **********************************************************************************************
       ImportMouvements.
           perform ImportMouvements-init.
           perform ImportMouvements-trt until ImportMouvements-iterator = 1.
           perform ImportMouvements-fin.

       ImportMouvements-init.
           move 0 to ImportMouvements-iterator.
           move 0 to NoLigneImportMvt.
           move 0 to NbMvtImportes.
           move 0 to NbMvtRejetes.
           move "N" to RejetsMouvements-Ouvert.

           open INPUT F-Mouvements.
           read F-Mouvements
               at end
                   move 1 to ImportMouvements-iterator
               not at end
                   add 1 to NoLigneImportMvt
                   perform ImportationLigneMvt
           end-read.

       ImportMouvements-trt.
           read F-Mouvements
               at end
                   move 1 to ImportMouvements-iterator
               not at end
                   add 1 to NoLigneImportMvt
                   perform ImportationLigneMvt
           end-read.

       ImportMouvements-fin.
           close F-Mouvements.

           if RejetsMouvements-Ouvert = "O" then
               close F-RejetsMouvements
           end-if.

           if ModeBatch(1:9) <> "IMPORTMVT" then
               display "Mouvements importes : " line 1 col 1 with no advancing
               display NbMvtImportes line 1 col 23 with no advancing
               display " - rejetes : " line 1 col 30 with no advancing
               display NbMvtRejetes line 1 col 43 with no advancing
               display " - Tapez Entree " line 1 col 50 with no advancing
               accept reponse
           end-if.

      ********************************************************************************
      ***** ImportationLigneMvt (utilise dans ImportMouvements (Option 14)) *****
      ********************************************************************************
       ImportationLigneMvt.
           move "O" to LigneMvtValide.
           move spaces to MotifRejetMvt.
           perform InitSaisieMouvement.
           move spaces to DateMvtImport.
           move 0 to MontantCentimesMvt.
           move spaces to CodeOperationMvt.
           move 0 to UnstringTally.

           unstring E-Mouvement delimited by ";" into
             CodeBanqueMvt
             CodeGuichetMvt
             RacineCompteMvt
             TypeCompteMvt
             DateMvtImport
             SensMvt
             MontantCentimesMvt
             LibelleMvt
      ***** Code operation optionnel en 9e colonne ; a blanc, le mouvement part en "IMP" *****
             CodeOperationMvt
             tallying in UnstringTally
             on overflow
                 move "N" to LigneMvtValide
                 move "Ligne mal formee (champs en trop)" to MotifRejetMvt
           end-unstring.

           if LigneMvtValide = "O" and UnstringTally < 7 then
               move "N" to LigneMvtValide
               move "Ligne mal formee (nombre de champs insuffisant)" to MotifRejetMvt
           end-if.

      ***** Controles des champs de la ligne *****
           if LigneMvtValide = "O" then
               if CodeBanqueMvt = " " or CodeGuichetMvt = " " or
                  RacineCompteMvt = " " or TypeCompteMvt = " " then
                   move "N" to LigneMvtValide
                   move "Cle de compte incomplete" to MotifRejetMvt
               end-if
           end-if.

           if LigneMvtValide = "O" then
               if DateMvtImport is not numeric then
                   move "N" to LigneMvtValide
                   move "Date de mouvement invalide (attendu AAAAMMJJ)" to MotifRejetMvt
               end-if
           end-if.

           if LigneMvtValide = "O" then
               if SensMvt = "d" then
                   move "D" to SensMvt
               end-if
               if SensMvt = "c" then
                   move "C" to SensMvt
               end-if
               if SensMvt <> "D" and SensMvt <> "C" then
                   move "N" to LigneMvtValide
                   move "Sens invalide (attendu D ou C)" to MotifRejetMvt
               end-if
           end-if.

           if LigneMvtValide = "O" then
               if MontantCentimesMvt = 0 then
                   move "N" to LigneMvtValide
                   move "Montant absent ou nul" to MotifRejetMvt
               end-if
           end-if.

      ***** La ligne doit viser un compte existant et ouvert : c'est un fichier d'operations, *****
      ***** pas d'ouvertures, et un compte bloque ou clos ne recoit plus de mouvement *****
           if LigneMvtValide = "O" then
               perform LectureCompteMvtRedirige
               if CompteMvt-Trouve = 0 then
                   move "N" to LigneMvtValide
                   move "Compte inconnu" to MotifRejetMvt
               else
      ***** Un compte gele par une succession (S) accepte encore les credits *****
                   if StatutCompteMvt <> "O" and
                      (StatutCompteMvt <> "S" or SensMvt <> "C") then
                       move "N" to LigneMvtValide
                       move "Compte non ouvert (bloque ou clos)" to MotifRejetMvt
                   end-if
               end-if
           end-if.

           if LigneMvtValide = "N" then
               perform EcritureRejetMouvement
               exit paragraph
           end-if.

      ***** Montant du fichier en centimes, comme les colonnes Debit/Credit du fichier des comptes *****
           compute MontantMvt = MontantCentimesMvt / 100.

           if LibelleMvt = " " then
               move "Mouvement importe" to LibelleMvt
           end-if.

           if CodeOperationMvt = spaces then
               move "IMP" to CodeOperationMvt
           end-if.
           move DateMvtImport to DateValeurMvt.

           perform MiseAJourSoldeCompteMvt.
           move DateMvtImport to DateMouvement of MouvementCompte.
           perform EcritureMouvementMvt.
           add 1 to NbMvtImportes.

      ****************************************************************************************
      ***** EcritureRejetMouvement (utilise dans ImportationLigneMvt (Option 14)) *****
      ****************************************************************************************
       EcritureRejetMouvement.
           if RejetsMouvements-Ouvert = "N" then
               open output F-RejetsMouvements
               write E-RejetsMouvements from " No ligne  Contenu de la ligne                                                                                 Motif du rejet"
               move "O" to RejetsMouvements-Ouvert
           end-if.

           move NoLigneImportMvt to NoLigneRejetMvt.
           move E-Mouvement to ContenuLigneRejetMvt.
           write E-RejetsMouvements from LigneRejetMvt.
           add 1 to NbMvtRejetes.

      **********************************************************************************************
      ***** Transactions cartes (sous-menu Exploitation, option C) *****
      ***** Import du fichier des transactions cartes du jour (NoCarte;Date AAAAMMJJ;Montant *****
      ***** en centimes;Commercant) : les cartes a debit immediat sont debitees sur le compte *****
      ***** comme un mouvement importe, les cartes a debit differe sont cumulees dans *****
      ***** TransactionCarte jusqu'au debit differe de fin de mois, une ligne par carte. *****
      ***** Les lignes sur carte inconnue, expiree ou en opposition partent dans *****
      ***** F-RejetsCartes. Sans surveillance : ModeBatch = "CARTES" pour l'import, *****
      ***** "DEBITCB" suivi du mois AAAAMM (facultatif) pour le debit differe *****
      **********************************************************************************************
       TraitementsCartes.
           move " " to OptionTraitementCartes.
           display "[I]mport des transactions ou [D]ebit differe du mois : " line 1 col 2 with no advancing.
           accept OptionTraitementCartes line 1 col 58.
           if OptionTraitementCartes = "i" then
               move "I" to OptionTraitementCartes
           end-if.
           if OptionTraitementCartes = "d" then
               move "D" to OptionTraitementCartes
           end-if.

           evaluate OptionTraitementCartes
               when "I"
                   perform ImportTransactionsCartes
               when "D"
                   move spaces to MoisDebitDiffere
                   display "Mois a debiter (AAAAMM, vide = mois courant) : " line 2 col 2 with no advancing
                   accept MoisDebitDiffere line 2 col 50
                   perform DebitDiffereCartes
           end-evaluate.

       ImportTransactionsCartes.
           perform ImportTransactionsCartes-init.
           perform ImportTransactionsCartes-trt until ImportCartes-iterator = 1.
           perform ImportTransactionsCartes-fin.

       ImportTransactionsCartes-init.
           move 0 to ImportCartes-iterator.
           move 0 to NoLigneImportCarte.
           move 0 to NbCartesImmediates.
           move 0 to NbCartesDifferees.
           move 0 to NbCartesRejetees.
           move "N" to RejetsCartes-Ouvert.
           accept DateJourCarte from date yyyymmdd.

           open INPUT F-TransactionsCartes.
           read F-TransactionsCartes
               at end
                   move 1 to ImportCartes-iterator
               not at end
                   add 1 to NoLigneImportCarte
                   perform ImportationLigneCarte
           end-read.

       ImportTransactionsCartes-trt.
           read F-TransactionsCartes
               at end
                   move 1 to ImportCartes-iterator
               not at end
                   add 1 to NoLigneImportCarte
                   perform ImportationLigneCarte
           end-read.

       ImportTransactionsCartes-fin.
           close F-TransactionsCartes.

           if RejetsCartes-Ouvert = "O" then
               close F-RejetsCartes
           end-if.

           if ModeBatch(1:6) <> "CARTES" then
               display "Transactions : immediates " line 1 col 1 with no advancing
               display NbCartesImmediates line 1 col 28 with no advancing
               display " - differees " line 1 col 34 with no advancing
               display NbCartesDifferees line 1 col 47 with no advancing
               display " - rejetees " line 1 col 53 with no advancing
               display NbCartesRejetees line 1 col 65 with no advancing
               display " - Tapez Entree " line 2 col 1 with no advancing
               accept reponse
           end-if.

      ********************************************************************************
      ***** ImportationLigneCarte (utilise dans ImportTransactionsCartes) *****
      ********************************************************************************
       ImportationLigneCarte.
           move "O" to LigneCarteValide.
           move spaces to MotifRejetMvt.
           perform InitSaisieMouvement.
           move spaces to NoCarteTr.
           move spaces to DateTransactionTr.
           move 0 to MontantCentimesCarte.
           move spaces to CommercantTr.
           move 0 to UnstringTally.

           unstring E-TransactionCarte delimited by ";" into
             NoCarteTr
             DateTransactionTr
             MontantCentimesCarte
             CommercantTr
             tallying in UnstringTally
             on overflow
                 move "N" to LigneCarteValide
                 move "Ligne mal formee (champs en trop)" to MotifRejetMvt
           end-unstring.

           if LigneCarteValide = "O" and UnstringTally < 3 then
               move "N" to LigneCarteValide
               move "Ligne mal formee (nombre de champs insuffisant)" to MotifRejetMvt
           end-if.

           if LigneCarteValide = "O" then
               if DateTransactionTr is not numeric then
                   move "N" to LigneCarteValide
                   move "Date de transaction invalide (attendu AAAAMMJJ)" to MotifRejetMvt
               end-if
           end-if.

           if LigneCarteValide = "O" then
               if MontantCentimesCarte = 0 then
                   move "N" to LigneCarteValide
                   move "Montant absent ou nul" to MotifRejetMvt
               end-if
           end-if.

      ***** La carte doit etre au registre ; une transaction posterieure a l'opposition *****
      ***** ou au mois d'expiration est refusee *****
           if LigneCarteValide = "O" then
               move " " to DateOppositionCarte of LigneCarteCourante
               exec sql
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, TypeDebit,
                          DateExpiration, Statut, ISNULL(DateOpposition, ' ')
                   into :LigneCarteCourante.CodeBanqueCarte, :LigneCarteCourante.CodeGuichetCarte,
                        :LigneCarteCourante.RacineCompteCarte, :LigneCarteCourante.TypeCompteCarte,
                        :LigneCarteCourante.TypeDebitCarte, :LigneCarteCourante.DateExpirationCarte,
                        :LigneCarteCourante.StatutCarte, :LigneCarteCourante.DateOppositionCarte
                   from CarteBancaire
                   where NoCarte = :LigneTransactionCarte.NoCarteTr
               end-exec
               if SQLCODE <> 0 and SQLCODE <> 1 then
                   move "N" to LigneCarteValide
                   move "Carte inconnue" to MotifRejetMvt
               else
                   if DateTransactionTr(1:6) > DateExpirationCarte of LigneCarteCourante then
                       move "N" to LigneCarteValide
                       move "Carte expiree" to MotifRejetMvt
                   end-if
                   if StatutCarte of LigneCarteCourante = "O" and
                      DateTransactionTr >= DateOppositionCarte of LigneCarteCourante then
                       move "N" to LigneCarteValide
                       move "Carte en opposition" to MotifRejetMvt
                   end-if
               end-if
           end-if.

           if LigneCarteValide = "O" then
               move CodeBanqueCarte of LigneCarteCourante to CodeBanqueMvt
               move CodeGuichetCarte of LigneCarteCourante to CodeGuichetMvt
               move RacineCompteCarte of LigneCarteCourante to RacineCompteMvt
               move TypeCompteCarte of LigneCarteCourante to TypeCompteMvt
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move "N" to LigneCarteValide
                   move "Compte de la carte inconnu" to MotifRejetMvt
               else
                   if StatutCompteMvt <> "O" then
                       move "N" to LigneCarteValide
                       move "Compte non ouvert (bloque ou clos)" to MotifRejetMvt
                   end-if
               end-if
           end-if.

           if LigneCarteValide = "N" then
               perform EcritureRejetCarte
               exit paragraph
           end-if.

           compute MontantTr = MontantCentimesCarte / 100.
           if CommercantTr = " " then
               move "Paiement carte" to CommercantTr
           end-if.

      ***** Debit differe : cumul jusqu'au debit de fin de mois *****
           if TypeDebitCarte of LigneCarteCourante = "D" then
               exec sql
                   INSERT INTO TransactionCarte
                       (NoCarte, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                        DateTransaction, Montant, Commercant, TypeDebit, Statut,
                        DateImport, DateDebit)
                   VALUES
                       (:LigneTransactionCarte.NoCarteTr, :CodeBanqueMvt, :CodeGuichetMvt,
                        :RacineCompteMvt, :TypeCompteMvt,
                        :LigneTransactionCarte.DateTransactionTr,
                        :LigneTransactionCarte.MontantTr, :LigneTransactionCarte.CommercantTr,
                        'D', 'A', :DateJourCarte, ' ')
               end-exec
               add 1 to NbCartesDifferees
               exit paragraph
           end-if.

      ***** Debit immediat : mouvement sur le compte a la date de la transaction *****
           move "D" to SensMvt.
           move MontantTr to MontantMvt.
           move "CBI" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "CB " CommercantTr delimited by size into LibelleMvt.
           move DateTransactionTr to DateValeurMvt.
           perform MiseAJourSoldeCompteMvt.
           move DateTransactionTr to DateMouvement of MouvementCompte.
           perform EcritureMouvementMvt.

           exec sql
               INSERT INTO TransactionCarte
                   (NoCarte, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    DateTransaction, Montant, Commercant, TypeDebit, Statut,
                    DateImport, DateDebit)
               VALUES
                   (:LigneTransactionCarte.NoCarteTr, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt,
                    :LigneTransactionCarte.DateTransactionTr,
                    :LigneTransactionCarte.MontantTr, :LigneTransactionCarte.CommercantTr,
                    'I', 'P', :DateJourCarte, :LigneTransactionCarte.DateTransactionTr)
           end-exec.
           add 1 to NbCartesImmediates.

       EcritureRejetCarte.
           if RejetsCartes-Ouvert = "N" then
               open output F-RejetsCartes
               write E-RejetsCartes from " No ligne  Contenu de la ligne                                                                                 Motif du rejet"
               move "O" to RejetsCartes-Ouvert
           end-if.

           move NoLigneImportCarte to NoLigneRejetMvt.
           move E-TransactionCarte to ContenuLigneRejetMvt.
           write E-RejetsCartes from LigneRejetMvt.
           add 1 to NbCartesRejetees.

      ***** Debit differe de fin de mois : une ecriture par carte et par compte pour le *****
      ***** total des transactions en attente jusqu'au mois demande ; la carte en *****
      ***** opposition est debitee de ce qu'elle a regle avant l'opposition. Le libelle *****
      ***** porte les 4 derniers chiffres de la carte, repris par le releve mensuel pour *****
      ***** editer le detail des transactions sous la ligne du debit *****
       DebitDiffereCartes.
           move 0 to NbDebitsDifferes.
           move 0 to NbDebitsDifferesRejetes.
           move 0 to TotalDebitsDifferes.
           accept DateJourCarte from date yyyymmdd.
           if MoisDebitDiffere is not numeric then
               move DateJourCarte(1:6) to MoisDebitDiffere
           end-if.

           exec sql
               declare C-DebitDiffere cursor for
                   select NoCarte, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, sum(Montant)
                   from TransactionCarte
                   where TypeDebit = 'D' and Statut = 'A'
                     and left(DateTransaction, 6) <= :MoisDebitDiffere
                   group by NoCarte, CodeBanque, CodeGuichet, RacineCompte, TypeCompte
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte, NoCarte
           end-exec.
           exec sql
               open C-DebitDiffere
           end-exec.

           if ModeBatch(1:7) <> "DEBITCB" then
               display "DEBIT DIFFERE DES CARTES EN COURS..." line 3 col 1
           end-if.

           move 0 to BoucleurDebitDiffere.
           perform DebitDiffereCarte until BoucleurDebitDiffere = 1.

           exec sql
               close C-DebitDiffere
           end-exec.

           if ModeBatch(1:7) <> "DEBITCB" then
               display "Debits differes passes : " line 4 col 1 with no advancing
               display NbDebitsDifferes line 4 col 26 with no advancing
               display " - rejetes : " line 4 col 33 with no advancing
               display NbDebitsDifferesRejetes line 4 col 46 with no advancing
               display " - Tapez Entree " line 4 col 53 with no advancing
               accept reponse
           end-if.

       DebitDiffereCarte.
           exec sql
               fetch C-DebitDiffere into :LigneTransactionCarte.NoCarteTr,
                   :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                   :LigneTransactionCarte.MontantTr
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurDebitDiffere
               exit paragraph
           end-if.

      ***** Un compte clos depuis l'achat reste en attente : a regulariser par le guichet *****
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt = "C" then
               add 1 to NbDebitsDifferesRejetes
               exit paragraph
           end-if.

           move "D" to SensMvt.
           move MontantTr to MontantMvt.
           move "CBD" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "CB differe ****" NoCarteTr(13:4) " mois " MoisDebitDiffere
               delimited by size into LibelleMvt.
           move DateJourCarte to DateValeurMvt.
           perform MiseAJourSoldeCompteMvt.
           move DateJourCarte to DateMouvement of MouvementCompte.
           perform EcritureMouvementMvt.

      ***** DateDebit reprend la date reellement portee par l'ecriture (journee ouverte) *****
           exec sql
               UPDATE TransactionCarte SET Statut = 'D', DateDebit = :MouvementCompte.DateMouvement
               WHERE NoCarte = :LigneTransactionCarte.NoCarteTr
                 AND TypeDebit = 'D' AND Statut = 'A'
                 AND left(DateTransaction, 6) <= :MoisDebitDiffere
           end-exec.

           add 1 to NbDebitsDifferes.
           add MontantTr to TotalDebitsDifferes.

      ***** Detail des transactions d'un debit differe carte, sous sa ligne du releve : *****
      ***** meme compte, meme date de debit, carte reconnue a ses 4 derniers chiffres *****
       EditionDetailCartesReleve.
           move Libelle of MouvementCompte(16:4) to FinCarteReleve.
           move DateMouvement of MouvementCompte(1:8) to DateDebitCarteReleve.

           exec sql
               declare C-DetailCartesRel cursor for
                   select DateTransaction, Commercant, Montant
                   from TransactionCarte
                   where CodeBanque = :Compte.CodeBanque
                     and CodeGuichet = :Compte.CodeGuichet
                     and RacineCompte = :Compte.RacineCompte
                     and TypeCompte = :Compte.TypeCompte
                     and TypeDebit = 'D' and Statut = 'D'
                     and DateDebit = :DateDebitCarteReleve
                     and right(NoCarte, 4) = :FinCarteReleve
                   order by DateTransaction
           end-exec.
           exec sql
               open C-DetailCartesRel
           end-exec.

           move 0 to BoucleurDetailCarteRel.
           perform EditionLigneDetailCarteRel until BoucleurDetailCarteRel = 1.

           exec sql
               close C-DetailCartesRel
           end-exec.

       EditionLigneDetailCarteRel.
           exec sql
               fetch C-DetailCartesRel into :LigneTransactionCarte.DateTransactionTr,
                   :LigneTransactionCarte.CommercantTr, :LigneTransactionCarte.MontantTr
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurDetailCarteRel
               exit paragraph
           end-if.

           if NbLigneRel > 60 then
               perform ImpressionEnteteSuiteReleve
           end-if.
           move DateTransactionTr to DateTrCarteRel of LigneRelDetailCarte.
           move CommercantTr to CommercantTrRel of LigneRelDetailCarte.
           move MontantTr to MontantTrCarteRel of LigneRelDetailCarte.
           write E-Releves from LigneRelDetailCarte.
           add 1 to NbLigneRel.

      **********************************************************************
      ***** Sous-menu des editions / rapports (Option 15 du Menu) *****
      **********************************************************************
       EditionsRapports.
           perform EditionsRapports-Init.
           perform EditionsRapports-Trt until EditionsRapports-iterator = 1.
           perform EditionsRapports-Fin.

       EditionsRapports-Init.
           move 0 to EditionsRapports-iterator.

       EditionsRapports-Trt.
           display EditionsRapports-SubMenu.
           move " " to OptionEditions.
           accept OptionEditions line 24 col 38.

           evaluate OptionEditions
               when "1"
                   perform ControleSoldes
               when "2"
                   perform SaisieMoisReleve
                   if MoisReleveSaisie is numeric then
                       perform RelevesMensuels
                   end-if
               when "3"
                   perform DepassementsDecouvert
               when "4"
                   perform ExportSepa
               when "5"
                   perform QualiteContacts
               when "6"
                   perform ExtractionEmails
               when "7"
                   perform SaisieMoisRecapFamilles
                   if MoisRecapSaisie is numeric then
                       perform RecapFamillesOperations
                   end-if
               when "8"
                   perform RepertoireClients
               when "9"
                   perform EditionsReglementaires
               when "R"
               when "r"
                   perform SaisiePeriodePnb
                   perform RentabiliteClients
               when "P"
               when "p"
                   perform SaisieProjectionTresorerie
                   perform ProjectionTresorerie
               when "S"
               when "s"
                   perform GestionSimulationGrilles
               when "E"
               when "e"
                   perform GestionRelevesElec
               when "G"
               when "g"
                   perform EditionAncienneteSuspens
               when "0"
                   move 1 to EditionsRapports-iterator
           end-evaluate.

       EditionsRapports-Fin.
           continue.

      **********************************************************************************************
      ***** Controle soldes comptes / mouvements (sous-menu Editions, option 1) *****
      ***** Recalcule la position de chaque compte en rejouant MouvementCompte et la compare *****
      ***** au Debit/Credit porte sur Compte ; les ecarts sont edites dans F-ControleSoldes *****
      ***** avec un sous-total par banque. Peut etre lance sans surveillance avec *****
      ***** ModeBatch = "SOLDES" *****
      **********************************************************************************************
       ControleSoldes.
           perform ControleSoldes-Init.
           perform ControleSoldes-Trt until ControleSoldes-iterator = 1.
           perform ControleSoldes-Fin.

       ControleSoldes-Init.
           move 0 to ControleSoldes-iterator.
           move 0 to NbComptesCtl.
           move 0 to NbEcartsCtl.
           move 0 to NbEcartsBanqueCtl.
           move 0 to TotalEcartBanqueCtl.
           move spaces to CodeBanqueCtlPrec.

      ***** Depart de la derniere photo mensuelle verifiee (SoldeMensuel) : seuls les *****
      ***** mouvements posterieurs sont rejoues ; a defaut de photo, rejeu complet *****
           move "00000000" to DateBasePhotoCtl.
           exec sql
               select ISNULL(max(DateArrete), '00000000') into :DateBasePhotoCtl
               from SoldeMensuel where Verifie = 'O'
           end-exec.

           exec sql
               declare C-ControleSoldes cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.Debit, Compte.Credit,
                          ISNULL(max(SoldeMensuel.TotalCredit), 0) +
                          ISNULL(sum(case when MouvementCompte.Sens = 'C' then MouvementCompte.Montant else 0 end), 0),
                          ISNULL(max(SoldeMensuel.TotalDebit), 0) +
                          ISNULL(sum(case when MouvementCompte.Sens = 'D' then MouvementCompte.Montant else 0 end), 0)
                   from Compte
                   left join SoldeMensuel on SoldeMensuel.CodeBanque = Compte.CodeBanque
                       and SoldeMensuel.CodeGuichet = Compte.CodeGuichet
                       and SoldeMensuel.RacineCompte = Compte.RacineCompte
                       and SoldeMensuel.TypeCompte = Compte.TypeCompte
                       and SoldeMensuel.DateArrete = :DateBasePhotoCtl
                       and SoldeMensuel.Verifie = 'O'
                   left join MouvementCompte on MouvementCompte.CodeBanque = Compte.CodeBanque
                       and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                       and MouvementCompte.RacineCompte = Compte.RacineCompte
                       and MouvementCompte.TypeCompte = Compte.TypeCompte
                       and MouvementCompte.DateMouvement > :DateBasePhotoCtl
                   group by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                       Compte.TypeCompte, Compte.Debit, Compte.Credit
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte
           end-exec.

           exec sql
               open C-ControleSoldes
           end-exec.

      ***** Ouverture de l'etat et impression de l'entete de la premiere page *****
           move 0 to NoPageCtl.
           move 66 to NbLigneCtl.
           move corresponding DateSysteme to LigneCtlEntete1.

           if ModeBatch(1:6) <> "SOLDES" then
               display "CONTROLE DES SOLDES EN COURS..." line 1 col 1
           end-if.

       ControleSoldes-Trt.
           exec sql
               fetch C-ControleSoldes into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte,
                   :Compte.Debit, :Compte.Credit,
                   :TotalMvtCreditCtl, :TotalMvtDebitCtl
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ControleSoldeCompte
           else
               move 1 to ControleSoldes-iterator
           end-if.

       ControleSoldes-Fin.
           exec sql
               close C-ControleSoldes
           end-exec.

      ***** Sous-total de la derniere banque parcourue *****
           if CodeBanqueCtlPrec <> spaces then
               perform ImpressionSousTotalBanqueCtl
           end-if.

      ***** Bloc recapitulatif et fermeture de l'etat *****
           if NoPageCtl > 0 then
               move NbComptesCtl to TotalComptesCtl of LigneCtlTotal1
               move NbEcartsCtl to TotalEcartsCtl of LigneCtlTotal2
               write E-ControleSoldes from " "
               write E-ControleSoldes from LigneCtlTotal1
               write E-ControleSoldes from LigneCtlTotal2
               close F-ControleSoldes
           end-if.

           if ModeBatch(1:6) <> "SOLDES" then
               display "Controle termine : " line 1 col 1 with no advancing
               display NbEcartsCtl line 1 col 20 with no advancing
               display " ecart(s) sur " line 1 col 27 with no advancing
               display NbComptesCtl line 1 col 41 with no advancing
               display " compte(s) - Tapez Entree " line 1 col 48 with no advancing
               accept reponse
           end-if.

      ***** Compare la position recalculee depuis les mouvements au solde porte sur le compte *****
       ControleSoldeCompte.
      ***** Rupture de banque : sous-total de la banque precedente *****
           if CodeBanque of Compte <> CodeBanqueCtlPrec then
               if CodeBanqueCtlPrec <> spaces then
                   perform ImpressionSousTotalBanqueCtl
               end-if
               move CodeBanque of Compte to CodeBanqueCtlPrec
               move 0 to NbEcartsBanqueCtl
               move 0 to TotalEcartBanqueCtl
           end-if.

           add 1 to NbComptesCtl.
           compute SoldeCompteCtl = Credit of Compte - Debit of Compte.
           compute SoldeMvtCtl = TotalMvtCreditCtl - TotalMvtDebitCtl.
           compute EcartCtl = SoldeCompteCtl - SoldeMvtCtl.

           if EcartCtl <> 0 then
               add 1 to NbEcartsCtl
               add 1 to NbEcartsBanqueCtl
               add EcartCtl to TotalEcartBanqueCtl
               perform ImpressionLigneControleSoldes
           end-if.

      ***** Impression d'une ligne d'ecart, avec la pagination habituelle des etats *****
       ImpressionLigneControleSoldes.
           if NbLigneCtl > 60 then
               perform ImpressionEnteteControleSoldes
           end-if.

           add 1 to NbLigneCtl.
           move CodeBanque of Compte to CodeBanque of LigneCtlDetail.
           move CodeGuichet of Compte to CodeGuichet of LigneCtlDetail.
           move RacineCompte of Compte to RacineCompte of LigneCtlDetail.
           move TypeCompte of Compte to TypeCompte of LigneCtlDetail.
           move SoldeCompteCtl to SoldeCompteEd of LigneCtlDetail.
           move SoldeMvtCtl to SoldeMvtEd of LigneCtlDetail.
           move EcartCtl to EcartEd of LigneCtlDetail.
           write E-ControleSoldes from LigneCtlDetail.

      ***** Pied de page puis entete de la page suivante de l'etat de controle des soldes *****
       ImpressionEnteteControleSoldes.
           if NoPageCtl = 0 then
               open output F-ControleSoldes
           else
               move NoPageCtl to NPage of LigneCtlBasPage
               write E-ControleSoldes from LigneCtlBasPage
           end-if.

           add 1 to NoPageCtl.
           write E-ControleSoldes from LigneCtlEntete1.
           write E-ControleSoldes from LigneCtlEntete2.
           write E-ControleSoldes from " ".
           write E-ControleSoldes from LigneCtlEntete4.
           write E-ControleSoldes from LigneCtlEntete7.
           write E-ControleSoldes from LigneCtlEntete4.
           move 6 to NbLigneCtl.

      ***** Sous-total des ecarts de la banque dont le parcours vient de s'achever *****
       ImpressionSousTotalBanqueCtl.
           if NbLigneCtl > 60 then
               perform ImpressionEnteteControleSoldes
           end-if.
           move CodeBanqueCtlPrec to CodeBanqueST of LigneCtlSousTotal.
           move NbEcartsBanqueCtl to NbEcartsST of LigneCtlSousTotal.
           move TotalEcartBanqueCtl to TotalEcartST of LigneCtlSousTotal.
           write E-ControleSoldes from LigneCtlSousTotal.
           add 1 to NbLigneCtl.

      **********************************************************************************************
      ***** Rapport des comptes au-dela de leur decouvert autorise (sous-menu Editions, option 3) *****
      ***** Liste, triee par banque, des comptes dont le Debit depasse le decouvert accorde, *****
      ***** avec le depassement et les coordonnees du client pour que l'agence puisse appeler. *****
      ***** Peut etre lance sans surveillance avec ModeBatch = "DECOUVERTS" *****
      **********************************************************************************************
       DepassementsDecouvert.
           perform DepassementsDecouvert-Init.
           perform DepassementsDecouvert-Trt until DepassementsDecouvert-iterator = 1.
           perform DepassementsDecouvert-Fin.

       DepassementsDecouvert-Init.
           move 0 to DepassementsDecouvert-iterator.
           move 0 to NbDepassements.
           move 0 to NoPageDep.
           move 66 to NbLigneDep.
           move corresponding DateSysteme to LigneDepEntete1.
      ***** Chaque depassement constate declenche la lettre d'avertissement DEC *****
           perform InitFichierCourriers.

      ***** Les comptes clos sont hors perimetre ; un compte bloque reste a surveiller *****
      ***** Le debit d'un compte de pret actif est son capital restant du, pas un depassement *****
           exec sql
               declare C-Depassements cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.Debit, ISNULL(Compte.DecouvertAutorise, 0),
                          Client.Nom, Client.Telephone, Client.Email
                   from Compte
                   join Client on Client.CodeClient = Compte.CodeClient
                   where Compte.Debit > ISNULL(Compte.DecouvertAutorise, 0)
                     and ISNULL(Compte.Statut, 'O') <> 'C'
                     and not exists (select 1 from PretConsommation
                         where PretConsommation.CodeBanque = Compte.CodeBanque
                           and PretConsommation.CodeGuichet = Compte.CodeGuichet
                           and PretConsommation.RacineCompte = Compte.RacineCompte
                           and PretConsommation.TypeCompte = Compte.TypeCompte
                           and PretConsommation.Statut = 'A')
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte
           end-exec.

           exec sql
               open C-Depassements
           end-exec.

       DepassementsDecouvert-Trt.
           exec sql
               fetch C-Depassements into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte,
                   :Compte.Debit, :Compte.DecouvertAutorise,
                   :Client.Nom, :Client.Telephone, :Client.Email
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ImpressionLigneDepassement
           else
               move 1 to DepassementsDecouvert-iterator
           end-if.

       DepassementsDecouvert-Fin.
           exec sql
               close C-Depassements
           end-exec.

           if NoPageDep > 0 then
               move NbDepassements to TotalDepassements of LigneDepTotal1
               write E-Depassements from " "
               write E-Depassements from LigneDepTotal1
               close F-Depassements
           end-if.

           perform ClotureFichierCourriers.

           if ModeBatch(1:10) <> "DECOUVERTS" then
               display "Comptes en depassement : " line 1 col 1 with no advancing
               display NbDepassements line 1 col 26 with no advancing
               display " - Tapez Entree " line 1 col 33 with no advancing
               accept reponse
           end-if.

      ***** Impression d'une ligne de depassement, avec la pagination habituelle des etats *****
       ImpressionLigneDepassement.
           if NbLigneDep > 60 then
               if NoPageDep = 0 then
                   open output F-Depassements
               else
                   move NoPageDep to NPage of LigneDepBasPage
                   write E-Depassements from LigneDepBasPage
               end-if
               add 1 to NoPageDep
               write E-Depassements from LigneDepEntete1
               write E-Depassements from LigneDepEntete2
               write E-Depassements from " "
               write E-Depassements from LigneDepEntete4
               write E-Depassements from LigneDepEntete7
               write E-Depassements from LigneDepEntete4
               move 6 to NbLigneDep
           end-if.

           add 1 to NbLigneDep.
           add 1 to NbDepassements.
           compute DepassementCompte = Debit of Compte - DecouvertAutorise of Compte.
           move CodeBanque of Compte to CodeBanque of LigneDepDetail.
           move CodeGuichet of Compte to CodeGuichet of LigneDepDetail.
           move RacineCompte of Compte to RacineCompte of LigneDepDetail.
           move TypeCompte of Compte to TypeCompte of LigneDepDetail.
           move Debit of Compte to DebitDep of LigneDepDetail.
           move DecouvertAutorise of Compte to AutoriseDep of LigneDepDetail.
           move DepassementCompte to DepassementDep of LigneDepDetail.
           move Nom of Client to NomClientDep of LigneDepDetail.
           move Telephone of Client to TelephoneDep of LigneDepDetail.
           move Email of Client to EmailDep of LigneDepDetail.
           write E-Depassements from LigneDepDetail.

      ***** Lettre d'avertissement au titulaire, montant du depassement en corps de texte *****
           move "DEC" to CodeLettreCourrier of DemandeCourrier.
           move CodeBanque of Compte to CodeBanqueCourrier of DemandeCourrier.
           move CodeGuichet of Compte to CodeGuichetCourrier of DemandeCourrier.
           move RacineCompte of Compte to RacineCompteCourrier of DemandeCourrier.
           move TypeCompte of Compte to TypeCompteCourrier of DemandeCourrier.
           move DepassementCompte to MontantCourrier of DemandeCourrier.
           perform GenerationCourrier.

      **********************************************************************************************
      ***** Export SEPA des beneficiaires (sous-menu Editions, option 4) *****
      ***** Remise a plat pour la plateforme de paiement : IBAN, BIC, titulaire et adresse de *****
      ***** chaque compte ouvert porteur d'un IBAN, au format fixe attendu, avec un *****
      ***** enregistrement TOTAL portant le nombre de lignes et une somme de controle. *****
      ***** Perimetre restreignable a une banque et/ou a un client, comme le controle des *****
      ***** cles RIB (Option 5) *****
      **********************************************************************************************
       ExportSepa.
           perform SaisieFiltreExportSepa.
           perform ExportSepa-Init.
           perform ExportSepa-Trt until ExportSepa-iterator = 1.
           perform ExportSepa-Fin.

       SaisieFiltreExportSepa.
           move " " to CodeBanqueFiltreSepa.
           move " " to NomClientFiltreSepa.
           display "Code banque a exporter (vide = toutes) : " line 1 col 2 with no advancing.
           accept CodeBanqueFiltreSepa line 1 col 45.
           display "Nom du client (vide = tous) : " line 2 col 2 with no advancing.
           accept NomClientFiltreSepa line 2 col 34.

       ExportSepa-Init.
           move 0 to ExportSepa-iterator.
           move 0 to NbEnrSepa.
           move 0 to ChecksumSepa.

      ***** Seuls les comptes ouverts dont l'IBAN a ete calcule partent a la plateforme *****
           exec sql
               declare C-ExportSepa cursor for
                   select Compte.Iban, Compte.Bic, Compte.RacineCompte, Compte.TypeCompte,
                          Client.Nom, Client.Prenom, Client.Adresse, Client.CodePostal, Client.Ville
                   from Compte
                   join Client on Client.CodeClient = Compte.CodeClient
                   where (:CodeBanqueFiltreSepa = ' ' or Compte.CodeBanque = :CodeBanqueFiltreSepa)
                     and (:NomClientFiltreSepa = ' ' or Client.Nom = :NomClientFiltreSepa)
                     and ISNULL(Compte.Statut, 'O') = 'O'
                     and Compte.Iban <> ' '
                   order by Client.Nom, Compte.CodeBanque, Compte.RacineCompte
           end-exec.

           exec sql
               open C-ExportSepa
           end-exec.

           open output F-ExportSepa.

       ExportSepa-Trt.
           exec sql
               fetch C-ExportSepa into :Compte.Iban, :Compte.Bic,
                   :Compte.RacineCompte, :Compte.TypeCompte,
                   :Client.Nom, :Client.Prenom, :Client.Adresse,
                   :Client.CodePostal, :Client.Ville
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EcritureLigneSepa
           else
               move 1 to ExportSepa-iterator
           end-if.

       ExportSepa-Fin.
           exec sql
               close C-ExportSepa
           end-exec.

      ***** Enregistrement TOTAL : nombre de beneficiaires et somme de controle *****
           move NbEnrSepa to NbEnrSepaEd of LigneSepaTotal.
           move ChecksumSepa to ChecksumSepaEd of LigneSepaTotal.
           write E-ExportSepa from LigneSepaTotal.

      ***** Les ordres de virement externe en attente d'emission partent dans la meme *****
      ***** remise, avec leur propre enregistrement TOTALVIR *****
           perform ExportOrdresVirExternes.

      ***** Puis les virements recus non affectes renvoyes a leur donneur d'ordre *****
           perform ExportRenvoisVirRecus.

           close F-ExportSepa.

           display "Beneficiaires exportes : " line 1 col 1 with no advancing.
           display NbEnrSepa line 1 col 26 with no advancing.
           display " - Ordres de virement emis : " line 1 col 33 with no advancing.
           display NbVirExternesExportes line 1 col 62 with no advancing.
           display "Virements recus renvoyes : " line 2 col 1 with no advancing.
           display NbRenvoisVirRecus line 2 col 28 with no advancing.
           display " - Tapez Entree " line 1 col 69 with no advancing.
           accept reponse.

      ***** Emission des ordres de virement externe au statut A : une ligne VIREMENT par *****
      ***** ordre, puis l'ordre passe au statut E (emis) avec sa date d'emission *****
       ExportOrdresVirExternes.
           move 0 to NbVirExternesExportes.

           exec sql
               declare C-OrdresVirExt cursor for
                   select VirementExterne.IdVirement, Beneficiaire.Iban, Beneficiaire.Bic,
                          Beneficiaire.NomBeneficiaire, VirementExterne.Montant,
                          VirementExterne.DateOrdre
                   from VirementExterne
                   join Beneficiaire
                     on Beneficiaire.IdBeneficiaire = VirementExterne.IdBeneficiaire
                   where VirementExterne.Statut = 'A'
                   order by VirementExterne.DateOrdre
           end-exec.
           exec sql
               open C-OrdresVirExt
           end-exec.

           move 0 to BoucleurBenef.
           perform ExportLigneOrdreVirExt until BoucleurBenef = 1.

           exec sql
               close C-OrdresVirExt
           end-exec.

           move NbVirExternesExportes to NbVirSepaEd of LigneSepaTotalVir.
           write E-ExportSepa from LigneSepaTotalVir.

      ***** Les ordres emis dans cette remise ne repartiront pas dans la prochaine *****
           exec sql
               UPDATE VirementExterne SET Statut = 'E', DateEmission = getdate()
               WHERE Statut = 'A'
           end-exec.

       ExportLigneOrdreVirExt.
           exec sql
               fetch C-OrdresVirExt into :IdVirementExterne,
                   :LigneBenefCourante.IbanBenef,
                   :LigneBenefCourante.BicBenef,
                   :LigneBenefCourante.NomBenef,
                   :MontantMvt,
                   :DateJourBatch
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbVirExternesExportes
               move IdVirementExterne to IdVirementSepa of LigneSepaVirement
               move IbanBenef of LigneBenefCourante to IbanVirSepa of LigneSepaVirement
               move BicBenef of LigneBenefCourante to BicVirSepa of LigneSepaVirement
               move NomBenef of LigneBenefCourante to NomVirSepa of LigneSepaVirement
               move MontantMvt to MontantVirSepa of LigneSepaVirement
               move DateJourBatch to DateVirSepa of LigneSepaVirement
               write E-ExportSepa from LigneSepaVirement
           else
               move 1 to BoucleurBenef
           end-if.

      ***** Renvoi des virements recus a renvoyer (statut R) : une ligne RETOUR par virement *****
      ***** vers l'IBAN du donneur d'ordre, enregistrement TOTALRET, puis statut E (renvoye) *****
       ExportRenvoisVirRecus.
           move 0 to NbRenvoisVirRecus.
           accept DateJourVirRecu from date yyyymmdd.

           exec sql
               declare C-RenvoisVirRecus cursor for
                   select IdVirementRecu, IbanDonneur, ISNULL(BicDonneur, ' '), NomDonneur,
                          Montant, ISNULL(Reference, ' ')
                   from VirementRecu
                   where Statut = 'R'
                   order by DateTraitement
           end-exec.
           exec sql
               open C-RenvoisVirRecus
           end-exec.

           move 0 to BoucleurSuspens.
           perform ExportLigneRenvoiVirRecu until BoucleurSuspens = 1.

           exec sql
               close C-RenvoisVirRecus
           end-exec.

           move NbRenvoisVirRecus to NbRetSepaEd of LigneSepaTotalRet.
           write E-ExportSepa from LigneSepaTotalRet.

           exec sql
               UPDATE VirementRecu SET Statut = 'E', DateRenvoi = :DateJourVirRecu
               WHERE Statut = 'R'
           end-exec.

       ExportLigneRenvoiVirRecu.
           exec sql
               fetch C-RenvoisVirRecus into :LigneVirRecu.IdVirRecu,
                   :LigneVirRecu.IbanDonneurVr, :LigneVirRecu.BicDonneurVr,
                   :LigneVirRecu.NomDonneurVr, :LigneVirRecu.MontantVr,
                   :LigneVirRecu.ReferenceVr
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbRenvoisVirRecus
               move IdVirRecu to IdRetourSepa of LigneSepaRetour
               move IbanDonneurVr to IbanRetourSepa of LigneSepaRetour
               move BicDonneurVr to BicRetourSepa of LigneSepaRetour
               move NomDonneurVr to NomRetourSepa of LigneSepaRetour
               move MontantVr to MontantRetourSepa of LigneSepaRetour
               move ReferenceVr to ReferenceRetourSepa of LigneSepaRetour
               write E-ExportSepa from LigneSepaRetour
           else
               move 1 to BoucleurSuspens
           end-if.

      ***** Ecriture d'une ligne beneficiaire au format fixe de la plateforme *****
       EcritureLigneSepa.
           add 1 to NbEnrSepa.
      ***** Somme de controle : cumul des numeros de compte (racine+type) exportes *****
           move CompteComplet of COMPTE to CompteCompletNum.
           add CompteCompletNum to ChecksumSepa.

           move Iban of Compte to IbanSepa of LigneSepaDetail.
           move Bic of Compte to BicSepa of LigneSepaDetail.
           move Nom of Client to NomSepa of LigneSepaDetail.
           move Prenom of Client to PrenomSepa of LigneSepaDetail.
           move Adresse of Client to AdresseSepa of LigneSepaDetail.
           move CodePostal of Client to CodePostalSepa of LigneSepaDetail.
           move Ville of Client to VilleSepa of LigneSepaDetail.
           write E-ExportSepa from LigneSepaDetail.

      **********************************************************************************************
      ***** Rentabilite des clients et des guichets (sous-menu Editions, option R) *****
      ***** Calcule le PNB de chaque compte sur la periode, le garde dans RentabiliteCompte *****
      ***** puis edite les cumuls par guichet / banque et les 50 clients les plus et les *****
      ***** moins rentables *****
      **********************************************************************************************
       SaisiePeriodePnb.
           move spaces to PeriodePnb.
           display "Periode (AAAAMM ou AAAA, vide = mois precedent) : " line 1 col 2 with no advancing.
           accept PeriodePnb line 1 col 53.

      ***** Annee AAAA, mois AAAAMM, ou mois precedent de la date machine a defaut *****
       ResolutionPeriodePnb.
           accept DateJourPnb from date yyyymmdd.
           if PeriodePnb(1:4) is numeric and PeriodePnb(5:2) = spaces then
               move spaces to DateDebutPnb
               move spaces to DateFinPnb
               string PeriodePnb(1:4) "0101" delimited by size into DateDebutPnb
               string PeriodePnb(1:4) "1231" delimited by size into DateFinPnb
               exit paragraph
           end-if.
           if PeriodePnb is not numeric then
               move DateJourPnb(1:4) to AnneePnbNum
               move DateJourPnb(5:2) to MoisPnbNum
               if MoisPnbNum = 1 then
                   subtract 1 from AnneePnbNum
                   move 12 to MoisPnbNum
               else
                   subtract 1 from MoisPnbNum
               end-if
               move MoisPnbCompose to PeriodePnb
           end-if.
           move spaces to DateDebutPnb.
           move spaces to DateFinPnb.
           string PeriodePnb "01" delimited by size into DateDebutPnb.
           string PeriodePnb "31" delimited by size into DateFinPnb.

       RentabiliteClients.
           perform RentabiliteClients-Init.
           perform RentabiliteClients-Trt until Pnb-iterator = 1.
           perform RentabiliteClients-Fin.

       RentabiliteClients-Init.
           move 0 to Pnb-iterator.
           move 0 to NbComptesPnb.
           perform ResolutionPeriodePnb.

      ***** Relance de la meme periode : les lignes precedentes sont remplacees *****
           exec sql
               DELETE FROM RentabiliteCompte WHERE Periode = :PeriodePnb
           end-exec.

           exec sql
               declare C-PnbComptes cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.CodeClient, ISNULL(Compte.Devise, 'EUR'),
                          ISNULL((select sum(MouvementCompte.Montant) from MouvementCompte
                                  where MouvementCompte.CodeBanque = Compte.CodeBanque
                                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                                    and MouvementCompte.Sens = 'D'
                                    and MouvementCompte.CodeOperation in ('FRS','FRI')
                                    and left(MouvementCompte.DateMouvement, 8)
                                        between :DateDebutPnb and :DateFinPnb), 0),
                          ISNULL((select sum(MouvementCompte.Montant) from MouvementCompte
                                  where MouvementCompte.CodeBanque = Compte.CodeBanque
                                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                                    and MouvementCompte.Sens = 'D'
                                    and MouvementCompte.CodeOperation in ('AGI','PRI')
                                    and left(MouvementCompte.DateMouvement, 8)
                                        between :DateDebutPnb and :DateFinPnb), 0),
                          ISNULL((select sum(MouvementCompte.Montant) from MouvementCompte
                                  where MouvementCompte.CodeBanque = Compte.CodeBanque
                                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                                    and MouvementCompte.Sens = 'C'
                                    and MouvementCompte.CodeOperation = 'INT'
                                    and left(MouvementCompte.DateMouvement, 8)
                                        between :DateDebutPnb and :DateFinPnb), 0),
      ***** Solde moyen : moyenne des photos mensuelles verifiees de la periode *****
                          ISNULL((select avg(SoldeMensuel.TotalCredit - SoldeMensuel.TotalDebit)
                                  from SoldeMensuel
                                  where SoldeMensuel.CodeBanque = Compte.CodeBanque
                                    and SoldeMensuel.CodeGuichet = Compte.CodeGuichet
                                    and SoldeMensuel.RacineCompte = Compte.RacineCompte
                                    and SoldeMensuel.TypeCompte = Compte.TypeCompte
                                    and SoldeMensuel.Verifie = 'O'
                                    and SoldeMensuel.DateArrete
                                        between :DateDebutPnb and :DateFinPnb), 0)
                   from Compte
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                       Compte.TypeCompte
           end-exec.
           exec sql
               open C-PnbComptes
           end-exec.

       RentabiliteClients-Trt.
           exec sql
               fetch C-PnbComptes into :LignePnbCourante.CodeBanquePnb,
                   :LignePnbCourante.CodeGuichetPnb, :LignePnbCourante.RacineComptePnb,
                   :LignePnbCourante.TypeComptePnb, :LignePnbCourante.CodeClientPnb,
                   :LignePnbCourante.DevisePnb, :LignePnbCourante.FraisPnb,
                   :LignePnbCourante.AgiosPnb, :LignePnbCourante.InteretsPnb,
                   :LignePnbCourante.SoldeMoyenPnb
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform CalculRentabiliteCompte
           else
               move 1 to Pnb-iterator
           end-if.

       RentabiliteClients-Fin.
           exec sql
               close C-PnbComptes
           end-exec.

           perform EditionRentabilite.

           if ModeBatch(1:3) <> "PNB" then
               display "Comptes valorises : " line 1 col 1 with no advancing
               display NbComptesPnb line 1 col 21 with no advancing
               display " - periode " line 1 col 28 with no advancing
               display PeriodePnb line 1 col 39 with no advancing
               display " - Tapez Entree " line 1 col 46 with no advancing
               accept reponse
           end-if.

      ***** Conversion en EUR au taux de fin de periode ; les comptes sans aucun produit, *****
      ***** charge ni solde sur la periode ne sont pas gardes *****
       CalculRentabiliteCompte.
           if FraisPnb = 0 and AgiosPnb = 0 and InteretsPnb = 0 and SoldeMoyenPnb = 0 then
               exit paragraph
           end-if.

           move DevisePnb to DeviseTaux.
           move DateFinPnb to DateTauxRecherche.
           perform RechercheTauxEur.
           compute FraisPnbEur rounded = FraisPnb * TauxEurTrouve.
           compute AgiosPnbEur rounded = AgiosPnb * TauxEurTrouve.
           compute InteretsPnbEur rounded = InteretsPnb * TauxEurTrouve.
           compute SoldeMoyenPnbEur rounded = SoldeMoyenPnb * TauxEurTrouve.
           compute MargePnbEur = FraisPnbEur + AgiosPnbEur - InteretsPnbEur.

           exec sql
               INSERT INTO RentabiliteCompte
                   (Periode, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    CodeClient, Devise, Frais, Agios, Interets, Pnb, SoldeMoyen, DateCalcul)
               VALUES (:PeriodePnb, :LignePnbCourante.CodeBanquePnb,
                    :LignePnbCourante.CodeGuichetPnb, :LignePnbCourante.RacineComptePnb,
                    :LignePnbCourante.TypeComptePnb, :LignePnbCourante.CodeClientPnb,
                    :LignePnbCourante.DevisePnb, :FraisPnbEur, :AgiosPnbEur,
                    :InteretsPnbEur, :MargePnbEur, :SoldeMoyenPnbEur, getdate())
           end-exec.
           add 1 to NbComptesPnb.

      ***** Edition : clients par guichet avec sous-totaux guichet et banque, puis *****
      ***** classement clients *****
       EditionRentabilite.
           move "RENTABILITE PNB" to TypeEditionCourant.
           move "RentabilitePnb" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRentabilite.
           open output F-RentabiliteClients.
           move corresponding DateSysteme to LignePnbEntete1.
           move PeriodePnb to PeriodePnbEd.
           write E-RentabiliteClients from LignePnbEntete1.
           write E-RentabiliteClients from " ".
           write E-RentabiliteClients from LignePnbEntete7.
           move 3 to NbLignesPnb.

           initialize TotauxGuichetPnb.
           initialize TotauxBanquePnb.
           initialize TotauxGenerauxPnb.
           move spaces to CodeBanquePnbPrec.
           move spaces to CodeGuichetPnbPrec.
           move 0 to Pnb-iterator.
           exec sql
               declare C-PnbDetailClients cursor for
                   select RentabiliteCompte.CodeBanque, RentabiliteCompte.CodeGuichet,
                          ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '), count(*),
                          sum(RentabiliteCompte.Frais), sum(RentabiliteCompte.Agios),
                          sum(RentabiliteCompte.Interets), sum(RentabiliteCompte.Pnb),
                          sum(RentabiliteCompte.SoldeMoyen)
                   from RentabiliteCompte
                   left join Client on Client.CodeClient = RentabiliteCompte.CodeClient
                   where RentabiliteCompte.Periode = :PeriodePnb
                   group by RentabiliteCompte.CodeBanque, RentabiliteCompte.CodeGuichet,
                            RentabiliteCompte.CodeClient, Client.Nom, Client.Prenom
                   order by RentabiliteCompte.CodeBanque, RentabiliteCompte.CodeGuichet,
                            RentabiliteCompte.CodeClient
           end-exec.
           exec sql
               open C-PnbDetailClients
           end-exec.
           perform EditionPnbDetailClient until Pnb-iterator = 1.
           exec sql
               close C-PnbDetailClients
           end-exec.
           if CodeBanquePnbPrec <> spaces then
               perform EditionTotalGuichetPnb
               perform EditionTotalBanquePnb
           end-if.
           move spaces to LignePnbDetail.
           move "TOTAL GENERAL" to LibellePnbEd.
           move FraisGenPnb to FraisPnbEd.
           move AgiosGenPnb to AgiosPnbEd.
           move InteretsGenPnb to InteretsPnbEd.
           move MargeGenPnb to MargePnbEd.
           move SoldeGenPnb to SoldeMoyenPnbEd.
           write E-RentabiliteClients from LignePnbDetail.
           add 1 to NbLignesPnb.

           write E-RentabiliteClients from " ".
           write E-RentabiliteClients from " Les 50 clients les plus rentables".
           add 2 to NbLignesPnb.
           move 0 to RangPnb.
           move 0 to Pnb-iterator.
           exec sql
               declare C-PnbClientsPlus cursor for
                   select top 50 ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '), count(*),
                          sum(RentabiliteCompte.Frais), sum(RentabiliteCompte.Agios),
                          sum(RentabiliteCompte.Interets), sum(RentabiliteCompte.Pnb),
                          sum(RentabiliteCompte.SoldeMoyen)
                   from RentabiliteCompte
                   left join Client on Client.CodeClient = RentabiliteCompte.CodeClient
                   where RentabiliteCompte.Periode = :PeriodePnb
                   group by RentabiliteCompte.CodeClient, Client.Nom, Client.Prenom
                   order by sum(RentabiliteCompte.Pnb) desc
           end-exec.
           exec sql
               open C-PnbClientsPlus
           end-exec.
           perform EditionPnbClientPlus until Pnb-iterator = 1.
           exec sql
               close C-PnbClientsPlus
           end-exec.

           write E-RentabiliteClients from " ".
           write E-RentabiliteClients from " Les 50 clients les moins rentables".
           add 2 to NbLignesPnb.
           move 0 to RangPnb.
           move 0 to Pnb-iterator.
           exec sql
               declare C-PnbClientsMoins cursor for
                   select top 50 ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '), count(*),
                          sum(RentabiliteCompte.Frais), sum(RentabiliteCompte.Agios),
                          sum(RentabiliteCompte.Interets), sum(RentabiliteCompte.Pnb),
                          sum(RentabiliteCompte.SoldeMoyen)
                   from RentabiliteCompte
                   left join Client on Client.CodeClient = RentabiliteCompte.CodeClient
                   where RentabiliteCompte.Periode = :PeriodePnb
                   group by RentabiliteCompte.CodeClient, Client.Nom, Client.Prenom
                   order by sum(RentabiliteCompte.Pnb) asc
           end-exec.
           exec sql
               open C-PnbClientsMoins
           end-exec.
           perform EditionPnbClientMoins until Pnb-iterator = 1.
           exec sql
               close C-PnbClientsMoins
           end-exec.

           close F-RentabiliteClients.
           move NomFichierRentabilite to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesPnb to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      ***** Une ligne par client du guichet ; rupture guichet puis rupture banque *****
       EditionPnbDetailClient.
           exec sql
               fetch C-PnbDetailClients into :LignePnbCumul.CodeBanqueCum,
                   :LignePnbCumul.CodeGuichetCum, :LignePnbCumul.NomClientCum,
                   :LignePnbCumul.PrenomClientCum, :LignePnbCumul.NbComptesCum,
                   :LignePnbCumul.FraisCum, :LignePnbCumul.AgiosCum,
                   :LignePnbCumul.InteretsCum, :LignePnbCumul.MargeCum,
                   :LignePnbCumul.SoldeCum
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to Pnb-iterator
               exit paragraph
           end-if.

           if CodeBanquePnbPrec <> spaces and
              (CodeBanqueCum <> CodeBanquePnbPrec or CodeGuichetCum <> CodeGuichetPnbPrec) then
               perform EditionTotalGuichetPnb
           end-if.
           if CodeBanqueCum <> CodeBanquePnbPrec and CodeBanquePnbPrec <> spaces then
               perform EditionTotalBanquePnb
           end-if.
           if CodeBanqueCum <> CodeBanquePnbPrec or CodeGuichetCum <> CodeGuichetPnbPrec then
               move spaces to LignePnbDetail
               string "Guichet " CodeBanqueCum " " CodeGuichetCum delimited by size
                   into LibellePnbEd
               write E-RentabiliteClients from LignePnbDetail
               add 1 to NbLignesPnb
           end-if.
           move CodeBanqueCum to CodeBanquePnbPrec.
           move CodeGuichetCum to CodeGuichetPnbPrec.

           move spaces to LignePnbDetail.
           string "  " NomClientCum " " PrenomClientCum delimited by size
               into LibellePnbEd.
           perform EditionMontantsPnb.

           add FraisCum to FraisGuPnb.
           add AgiosCum to AgiosGuPnb.
           add InteretsCum to InteretsGuPnb.
           add MargeCum to MargeGuPnb.
           add SoldeCum to SoldeGuPnb.

       EditionTotalGuichetPnb.
           move spaces to LignePnbDetail.
           string "Total guichet " CodeBanquePnbPrec " " CodeGuichetPnbPrec delimited by size
               into LibellePnbEd.
           move FraisGuPnb to FraisPnbEd.
           move AgiosGuPnb to AgiosPnbEd.
           move InteretsGuPnb to InteretsPnbEd.
           move MargeGuPnb to MargePnbEd.
           move SoldeGuPnb to SoldeMoyenPnbEd.
           write E-RentabiliteClients from LignePnbDetail.
           add 1 to NbLignesPnb.
           add FraisGuPnb to FraisBqPnb FraisGenPnb.
           add AgiosGuPnb to AgiosBqPnb AgiosGenPnb.
           add InteretsGuPnb to InteretsBqPnb InteretsGenPnb.
           add MargeGuPnb to MargeBqPnb MargeGenPnb.
           add SoldeGuPnb to SoldeBqPnb SoldeGenPnb.
           initialize TotauxGuichetPnb.

       EditionTotalBanquePnb.
           move spaces to LignePnbDetail.
           string "Total banque " CodeBanquePnbPrec delimited by size into LibellePnbEd.
           move FraisBqPnb to FraisPnbEd.
           move AgiosBqPnb to AgiosPnbEd.
           move InteretsBqPnb to InteretsPnbEd.
           move MargeBqPnb to MargePnbEd.
           move SoldeBqPnb to SoldeMoyenPnbEd.
           write E-RentabiliteClients from LignePnbDetail.
           write E-RentabiliteClients from " ".
           add 2 to NbLignesPnb.
           initialize TotauxBanquePnb.

       EditionPnbClientPlus.
           exec sql
               fetch C-PnbClientsPlus into :LignePnbCumul.NomClientCum,
                   :LignePnbCumul.PrenomClientCum, :LignePnbCumul.NbComptesCum,
                   :LignePnbCumul.FraisCum, :LignePnbCumul.AgiosCum,
                   :LignePnbCumul.InteretsCum, :LignePnbCumul.MargeCum,
                   :LignePnbCumul.SoldeCum
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EditionLignePnbClient
           else
               move 1 to Pnb-iterator
           end-if.

       EditionPnbClientMoins.
           exec sql
               fetch C-PnbClientsMoins into :LignePnbCumul.NomClientCum,
                   :LignePnbCumul.PrenomClientCum, :LignePnbCumul.NbComptesCum,
                   :LignePnbCumul.FraisCum, :LignePnbCumul.AgiosCum,
                   :LignePnbCumul.InteretsCum, :LignePnbCumul.MargeCum,
                   :LignePnbCumul.SoldeCum
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EditionLignePnbClient
           else
               move 1 to Pnb-iterator
           end-if.

       EditionLignePnbClient.
           add 1 to RangPnb.
           move RangPnb to RangPnbEd.
           move spaces to LignePnbDetail.
           string RangPnbEd " " NomClientCum " " PrenomClientCum delimited by size
               into LibellePnbEd.
           perform EditionMontantsPnb.

       EditionMontantsPnb.
           move FraisCum to FraisPnbEd.
           move AgiosCum to AgiosPnbEd.
           move InteretsCum to InteretsPnbEd.
           move MargeCum to MargePnbEd.
           move SoldeCum to SoldeMoyenPnbEd.
           write E-RentabiliteClients from LignePnbDetail.
           add 1 to NbLignesPnb.

      **********************************************************************************************
      ***** Simulation des grilles de taux et de tarifs (sous-menu Editions, option S) *****
      ***** Saisie de la grille proposee dans la table de travail GrilleSimulation, puis *****
      ***** recalcul d'un mois avec les deux grilles, sans aucune ecriture sur les comptes *****
      **********************************************************************************************
       GestionSimulationGrilles.
           move 0 to GestionSim-iterator.
           perform GestionSimulationGrilles-Trt until GestionSim-iterator = 1.

       GestionSimulationGrilles-Trt.
           perform AffichageGrilleSimulation.
           move " " to OptionGestionSim.
           display "[C]opier / [S]aisir / [E]ffacer / [V]ider / [L]ancer / autre = retour : " line 21 col 2 with no advancing.
           accept OptionGestionSim line 21 col 75.
           inspect OptionGestionSim converting "csevl" to "CSEVL".

           evaluate OptionGestionSim
               when "C"
                   perform CopieGrilleSimulation
               when "S"
                   perform SaisieLigneGrilleSim
               when "E"
                   perform EffacementLigneGrilleSim
               when "V"
                   exec sql
                       DELETE FROM GrilleSimulation
                   end-exec
               when "L"
                   perform LancementSimulationGrilles
               when other
                   move 1 to GestionSim-iterator
           end-evaluate.

      ***** Lignes de la grille proposee (15 premieres) *****
       AffichageGrilleSimulation.
           display " " line 1 col 1 blank screen.
           display "SIMULATION DES GRILLES - GRILLE PROPOSEE" line 2 col 20.
           display "Grille  Type  Service     Valeur proposee" line 4 col 2.
           display "(AGI taux d'agios mensuel, type a blanc = tous ; INT taux mensuel crediteur ;" line 18 col 2.
           display " FRS tarif mensuel ; ligne absente = valeur en vigueur, 0 = supprime)" line 19 col 2.

           move 5 to NoLigneGrilleSim.
           exec sql
               declare C-GrilleSimulation cursor for
                   select TypeGrille, TypeCompte, ISNULL(CodeService, ' '), Valeur
                   from GrilleSimulation
                   order by TypeGrille, TypeCompte, CodeService
           end-exec.
           exec sql
               open C-GrilleSimulation
           end-exec.
           move 0 to BoucleurSim.
           perform AffichageLigneGrilleSim until BoucleurSim = 1.
           exec sql
               close C-GrilleSimulation
           end-exec.

       AffichageLigneGrilleSim.
           exec sql
               fetch C-GrilleSimulation into :LigneGrilleSimCourante.TypeGrilleGs,
                   :LigneGrilleSimCourante.TypeCompteGs,
                   :LigneGrilleSimCourante.CodeServiceGs,
                   :LigneGrilleSimCourante.ValeurGs
           end-exec.
           if (SQLCODE <> 0 and SQLCODE <> 1) or NoLigneGrilleSim > 17 then
               move 1 to BoucleurSim
               exit paragraph
           end-if.
           display TypeGrilleGs line NoLigneGrilleSim col 2 with no advancing.
           display TypeCompteGs line NoLigneGrilleSim col 10 with no advancing.
           display CodeServiceGs line NoLigneGrilleSim col 16 with no advancing.
           if TypeGrilleGs = "FRS" then
               display ValeurGs line NoLigneGrilleSim col 28 pic Z(5)9V,99
           else
               display ValeurGs line NoLigneGrilleSim col 28 pic Z(2)9V,999999
           end-if.
           add 1 to NoLigneGrilleSim.

      ***** Point de depart : recopie des grilles en vigueur, que l'on modifie ensuite *****
       CopieGrilleSimulation.
           exec sql
               DELETE FROM GrilleSimulation
           end-exec.
           exec sql
               INSERT INTO GrilleSimulation (TypeGrille, TypeCompte, CodeService, Valeur)
               VALUES ('AGI', ' ', ' ', :TauxAgios)
           end-exec.
           exec sql
               INSERT INTO GrilleSimulation (TypeGrille, TypeCompte, CodeService, Valeur)
               select 'INT', TypeCompte, ' ', TauxMensuel from TauxInteretCredit
           end-exec.
           exec sql
               INSERT INTO GrilleSimulation (TypeGrille, TypeCompte, CodeService, Valeur)
               select 'FRS', TypeCompte, CodeService, Montant from TarifCompte
               where CodeService not like 'INC%'
           end-exec.

      ***** Ajout ou remplacement d'une ligne de la grille proposee *****
       SaisieLigneGrilleSim.
           perform SaisieCleGrilleSim.
           if TypeGrilleSimSaisi <> "AGI" and TypeGrilleSimSaisi <> "INT" and
              TypeGrilleSimSaisi <> "FRS" then
               display " ** Grille AGI, INT ou FRS ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if TypeGrilleSimSaisi <> "AGI" and TypeCompteSimSaisi = " " then
               display " ** Type de compte obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if TypeGrilleSimSaisi = "FRS" and CodeServiceSimSaisi = " " then
               display " ** Code service obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move 0 to ValeurSimSaisie.
           display "Valeur proposee : " line 23 col 2 with no advancing.
           accept ValeurSimSaisie line 23 col 21.

           perform SuppressionLigneGrilleSim.
           exec sql
               INSERT INTO GrilleSimulation (TypeGrille, TypeCompte, CodeService, Valeur)
               VALUES (:TypeGrilleSimSaisi, :TypeCompteSimSaisi, :CodeServiceSimSaisi,
                       :ValeurSimSaisie)
           end-exec.

       EffacementLigneGrilleSim.
           perform SaisieCleGrilleSim.
           perform SuppressionLigneGrilleSim.

       SaisieCleGrilleSim.
           move " " to TypeGrilleSimSaisi.
           move " " to TypeCompteSimSaisi.
           move " " to CodeServiceSimSaisi.
           display "Grille (AGI/INT/FRS) : " line 22 col 2 with no advancing.
           accept TypeGrilleSimSaisi line 22 col 25.
           display "Type : " line 22 col 30 with no advancing.
           accept TypeCompteSimSaisi line 22 col 37.
           display "Service : " line 22 col 41 with no advancing.
           accept CodeServiceSimSaisi line 22 col 51.
           inspect TypeGrilleSimSaisi converting "agifnrst" to "AGIFNRST".
           if TypeGrilleSimSaisi <> "FRS" then
               move " " to CodeServiceSimSaisi
           end-if.

       SuppressionLigneGrilleSim.
           exec sql
               DELETE FROM GrilleSimulation
               WHERE TypeGrille = :TypeGrilleSimSaisi
                 AND TypeCompte = :TypeCompteSimSaisi
                 AND ISNULL(CodeService, ' ') = :CodeServiceSimSaisi
           end-exec.

      ***** Lancement a l'ecran : le run est journalise comme un batch "SIMULATION" pour *****
      ***** ne jamais etre confondu avec un run reel *****
       LancementSimulationGrilles.
           move spaces to PeriodeSim.
           display "Mois simule (AAAAMM, vide = mois precedent) : " line 22 col 2 with no advancing.
           accept PeriodeSim line 22 col 49.

           move ModeBatch to ModeBatchSimSvg.
           move spaces to ModeBatch.
           string "SIMULATION" PeriodeSim delimited by size into ModeBatch.
           perform OuvertureJournalBatch.
           perform SimulationGrilles.
           move NbComptesSim to LignesLuesJournal.
           perform ClotureJournalBatch.
           move ModeBatchSimSvg to ModeBatch.

           display "Simulation : comptes recalcules " line 23 col 2 with no advancing.
           display NbComptesSim line 23 col 34 with no advancing.
           display " - periode " line 23 col 40 with no advancing.
           display PeriodeSim line 23 col 51 with no advancing.
           display " - Tapez Entree " line 23 col 57 with no advancing.
           accept reponse.

      ***** Mois AAAAMM, ou mois precedent de la date machine a defaut *****
       ResolutionPeriodeSim.
           accept DateJourSim from date yyyymmdd.
           if PeriodeSim is not numeric then
               move DateJourSim(1:4) to AnneeSimNum
               move DateJourSim(5:2) to MoisSimNum
               if MoisSimNum = 1 then
                   subtract 1 from AnneeSimNum
                   move 12 to MoisSimNum
               else
                   subtract 1 from MoisSimNum
               end-if
               move MoisSimCompose to PeriodeSim
           end-if.
           move spaces to DateFinSim.
           string PeriodeSim "31" delimited by size into DateFinSim.

       SimulationGrilles.
           perform SimulationGrilles-Init.
           perform SimulationGrilles-Trt until Simulation-iterator = 1.
           perform SimulationGrilles-Fin.

       SimulationGrilles-Init.
           move 0 to Simulation-iterator.
           move 0 to NbComptesSim.
           perform ResolutionPeriodeSim.

      ***** Relance du meme mois : les lignes precedentes sont remplacees *****
           exec sql
               DELETE FROM SimulationCompte WHERE Periode = :PeriodeSim
           end-exec.

      ***** Comptes non clos ; solde courant, mouvements posterieurs au mois, exclusions *****
      ***** des batchs reels (pret actif, depot a terme actif, produit sans interets) et *****
      ***** valeurs en vigueur / proposees de chaque grille pour le type du compte *****
           exec sql
               declare C-SimulationComptes cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.CodeClient, ISNULL(Compte.Devise, 'EUR'),
                          ISNULL(Compte.Statut, 'O'), Compte.Credit - Compte.Debit,
                          ISNULL((select sum(case when MouvementCompte.Sens = 'C'
                                              then MouvementCompte.Montant
                                              else 0 - MouvementCompte.Montant end)
                                  from MouvementCompte
                                  where MouvementCompte.CodeBanque = Compte.CodeBanque
                                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                                    and left(MouvementCompte.DateMouvement, 8) > :DateFinSim), 0),
                          case when exists (select 1 from PretConsommation
                              where PretConsommation.CodeBanque = Compte.CodeBanque
                                and PretConsommation.CodeGuichet = Compte.CodeGuichet
                                and PretConsommation.RacineCompte = Compte.RacineCompte
                                and PretConsommation.TypeCompte = Compte.TypeCompte
                                and PretConsommation.Statut = 'A') then 'O' else 'N' end,
                          case when exists (select 1 from DepotATerme
                              where DepotATerme.CodeBanque = Compte.CodeBanque
                                and DepotATerme.CodeGuichet = Compte.CodeGuichet
                                and DepotATerme.RacineCompte = Compte.RacineCompte
                                and DepotATerme.TypeCompte = Compte.TypeCompte
                                and DepotATerme.Statut in ('A', 'I')) then 'O' else 'N' end,
                          ISNULL((select max(ProduitCompte.InteretsCrediteurs) from ProduitCompte
                                  where ProduitCompte.TypeCompte = Compte.TypeCompte), 'O'),
                          ISNULL((select max(TauxInteretCredit.TauxMensuel) from TauxInteretCredit
                                  where TauxInteretCredit.TypeCompte = Compte.TypeCompte), 0),
                          ISNULL((select max(GrilleSimulation.Valeur) from GrilleSimulation
                                  where GrilleSimulation.TypeGrille = 'INT'
                                    and GrilleSimulation.TypeCompte = Compte.TypeCompte),
                                 ISNULL((select max(TauxInteretCredit.TauxMensuel)
                                         from TauxInteretCredit
                                         where TauxInteretCredit.TypeCompte = Compte.TypeCompte), 0)),
                          ISNULL((select max(GrilleSimulation.Valeur) from GrilleSimulation
                                  where GrilleSimulation.TypeGrille = 'AGI'
                                    and GrilleSimulation.TypeCompte = Compte.TypeCompte),
                                 ISNULL((select max(GrilleSimulation.Valeur) from GrilleSimulation
                                         where GrilleSimulation.TypeGrille = 'AGI'
                                           and GrilleSimulation.TypeCompte = ' '), :TauxAgios)),
                          ISNULL((select sum(TarifCompte.Montant) from TarifCompte
                                  where TarifCompte.TypeCompte = Compte.TypeCompte
                                    and TarifCompte.Montant > 0
                                    and TarifCompte.CodeService not like 'INC%'), 0),
                          ISNULL((select sum(ISNULL(GrilleSimulation.Valeur, TarifCompte.Montant))
                                  from TarifCompte
                                  left join GrilleSimulation
                                    on GrilleSimulation.TypeGrille = 'FRS'
                                   and GrilleSimulation.TypeCompte = TarifCompte.TypeCompte
                                   and GrilleSimulation.CodeService = TarifCompte.CodeService
                                  where TarifCompte.TypeCompte = Compte.TypeCompte
                                    and TarifCompte.CodeService not like 'INC%'), 0),
                          ISNULL((select sum(GrilleSimulation.Valeur) from GrilleSimulation
                                  where GrilleSimulation.TypeGrille = 'FRS'
                                    and GrilleSimulation.TypeCompte = Compte.TypeCompte
                                    and GrilleSimulation.CodeService not like 'INC%'
                                    and not exists (select 1 from TarifCompte
                                        where TarifCompte.TypeCompte = GrilleSimulation.TypeCompte
                                          and TarifCompte.CodeService = GrilleSimulation.CodeService)), 0),
                          ISNULL((select max(GroupeClient.ExonerationFrais) from MembreGroupe
                                  join GroupeClient on GroupeClient.IdGroupe = MembreGroupe.IdGroupe
                                  where MembreGroupe.CodeClient = Compte.CodeClient), 0)
                   from Compte
                   where ISNULL(Compte.Statut, 'O') <> 'C'
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                       Compte.TypeCompte
           end-exec.
           exec sql
               open C-SimulationComptes
           end-exec.

       SimulationGrilles-Trt.
           exec sql
               fetch C-SimulationComptes into :LigneSimCourante.CodeBanqueSim,
                   :LigneSimCourante.CodeGuichetSim, :LigneSimCourante.RacineCompteSim,
                   :LigneSimCourante.TypeCompteSim, :LigneSimCourante.CodeClientSim,
                   :LigneSimCourante.DeviseSim, :LigneSimCourante.StatutSim,
                   :LigneSimCourante.SoldeCourantSim, :LigneSimCourante.MvtsPosterieursSim,
                   :LigneSimCourante.PretActifSim, :LigneSimCourante.DatActifSim,
                   :LigneSimCourante.InteretsProduitSim, :LigneSimCourante.TauxIntActuelSim,
                   :LigneSimCourante.TauxIntProposeSim, :LigneSimCourante.TauxAgiosProposeSim,
                   :LigneSimCourante.FraisActuelSim, :LigneSimCourante.FraisProposeSim,
                   :LigneSimCourante.FraisNouveauxSim, :LigneSimCourante.ExonerationSim
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform SimulationCompte
           else
               move 1 to Simulation-iterator
           end-if.

       SimulationGrilles-Fin.
           exec sql
               close C-SimulationComptes
           end-exec.

           perform EditionSimulationGrilles.

      ***** Un compte : base de fin de mois, montants avec chaque grille (memes regles que *****
      ***** les batchs reels), conversion en EUR au taux de fin de mois, ligne gardee *****
       SimulationCompte.
           initialize MontantsSimCompte.
           compute SoldeFinSim = SoldeCourantSim - MvtsPosterieursSim.
           move 0 to DebitBaseSim.
           move 0 to CreditBaseSim.
           if SoldeFinSim < 0 then
               compute DebitBaseSim = 0 - SoldeFinSim
           else
               move SoldeFinSim to CreditBaseSim
           end-if.

      ***** Agios : compte ouvert debiteur, hors pret actif (regles de CalculAgios) *****
           if DebitBaseSim > 0 and StatutSim = "O" and PretActifSim = "N" then
               compute AgiosActuelSim rounded = DebitBaseSim * TauxAgios
               compute AgiosProposeSim rounded = DebitBaseSim * TauxAgiosProposeSim
           end-if.

      ***** Interets : compte ouvert crediteur, produit avec interets, hors depot a terme *****
      ***** actif (regles de CalculInterets) *****
           if CreditBaseSim > 0 and StatutSim = "O" and DatActifSim = "N" and
              InteretsProduitSim <> "N" then
               compute InteretsActuelSim rounded = CreditBaseSim * TauxIntActuelSim
               compute InteretsProposeSim rounded = CreditBaseSim * TauxIntProposeSim
           end-if.

      ***** Frais mensuels : tout compte non clos (regles de FacturationFrais) *****
           move FraisActuelSim to FraisActuelEurSim.
           compute FraisProposeEurSim = FraisProposeSim + FraisNouveauxSim.
           if ExonerationSim >= 100 then
               move 0 to FraisActuelEurSim
               move 0 to FraisProposeEurSim
           end-if.
           if ExonerationSim > 0 and ExonerationSim < 100 then
               compute FraisActuelEurSim rounded =
                   FraisActuelEurSim - FraisActuelEurSim * ExonerationSim / 100
               compute FraisProposeEurSim rounded =
                   FraisProposeEurSim - FraisProposeEurSim * ExonerationSim / 100
           end-if.

           if AgiosActuelSim = 0 and AgiosProposeSim = 0 and InteretsActuelSim = 0 and
              InteretsProposeSim = 0 and FraisActuelEurSim = 0 and FraisProposeEurSim = 0 then
               exit paragraph
           end-if.

           move DeviseSim to DeviseTaux.
           move DateFinSim to DateTauxRecherche.
           perform RechercheTauxEur.
           compute AgiosActuelSim rounded = AgiosActuelSim * TauxEurTrouve.
           compute AgiosProposeSim rounded = AgiosProposeSim * TauxEurTrouve.
           compute InteretsActuelSim rounded = InteretsActuelSim * TauxEurTrouve.
           compute InteretsProposeSim rounded = InteretsProposeSim * TauxEurTrouve.
           compute FraisActuelEurSim rounded = FraisActuelEurSim * TauxEurTrouve.
           compute FraisProposeEurSim rounded = FraisProposeEurSim * TauxEurTrouve.

           exec sql
               INSERT INTO SimulationCompte
                   (Periode, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CodeClient,
                    AgiosActuel, AgiosPropose, InteretsActuel, InteretsPropose,
                    FraisActuel, FraisPropose, DateCalcul)
               VALUES (:PeriodeSim, :LigneSimCourante.CodeBanqueSim,
                    :LigneSimCourante.CodeGuichetSim, :LigneSimCourante.RacineCompteSim,
                    :LigneSimCourante.TypeCompteSim, :LigneSimCourante.CodeClientSim,
                    :MontantsSimCompte.AgiosActuelSim, :MontantsSimCompte.AgiosProposeSim,
                    :MontantsSimCompte.InteretsActuelSim, :MontantsSimCompte.InteretsProposeSim,
                    :MontantsSimCompte.FraisActuelEurSim, :MontantsSimCompte.FraisProposeEurSim,
                    getdate())
           end-exec.
           add 1 to NbComptesSim.

      ***** Edition : par produit, par guichet, puis les 20 clients les plus touches ; *****
      ***** ecart banque = (agios + frais proposes - actuels) - (interets proposes - actuels) *****
       EditionSimulationGrilles.
           move "SIMULATION GRILLES" to TypeEditionCourant.
           move "SIMULATION-Grilles" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierSimulation.
           open output F-SimulationGrilles.
           move corresponding DateSysteme to LigneSimEntete1.
           move PeriodeSim to PeriodeSimEd.
           write E-SimulationGrilles from LigneSimEntete1.
           write E-SimulationGrilles from LigneSimEntete2.
           write E-SimulationGrilles from " ".
           write E-SimulationGrilles from LigneSimEntete7.
           move 4 to NbLignesSim.
           initialize TotauxGenerauxSim.

           write E-SimulationGrilles from " ".
           write E-SimulationGrilles from " Par produit (type de compte)".
           add 2 to NbLignesSim.
           move 0 to Simulation-iterator.
           exec sql
               declare C-SimProduits cursor for
                   select TypeCompte, count(*), sum(AgiosActuel), sum(AgiosPropose),
                          sum(InteretsActuel), sum(InteretsPropose),
                          sum(FraisActuel), sum(FraisPropose)
                   from SimulationCompte
                   where Periode = :PeriodeSim
                   group by TypeCompte
                   order by TypeCompte
           end-exec.
           exec sql
               open C-SimProduits
           end-exec.
           perform EditionSimProduit until Simulation-iterator = 1.
           exec sql
               close C-SimProduits
           end-exec.

           move spaces to LigneSimDetail.
           move "TOTAL GENERAL" to LibelleSimEd.
           move AgiosActuelGenSim to AgiosActuelSimEd.
           move AgiosProposeGenSim to AgiosProposeSimEd.
           move InteretsActuelGenSim to InteretsActuelSimEd.
           move InteretsProposeGenSim to InteretsProposeSimEd.
           move FraisActuelGenSim to FraisActuelSimEd.
           move FraisProposeGenSim to FraisProposeSimEd.
           move EcartGenSim to EcartSimEd.
           write E-SimulationGrilles from LigneSimDetail.
           add 1 to NbLignesSim.

           write E-SimulationGrilles from " ".
           write E-SimulationGrilles from " Par guichet".
           add 2 to NbLignesSim.
           move 0 to Simulation-iterator.
           exec sql
               declare C-SimGuichets cursor for
                   select CodeBanque + ' ' + CodeGuichet, count(*), sum(AgiosActuel),
                          sum(AgiosPropose), sum(InteretsActuel), sum(InteretsPropose),
                          sum(FraisActuel), sum(FraisPropose)
                   from SimulationCompte
                   where Periode = :PeriodeSim
                   group by CodeBanque, CodeGuichet
                   order by CodeBanque, CodeGuichet
           end-exec.
           exec sql
               open C-SimGuichets
           end-exec.
           perform EditionSimGuichet until Simulation-iterator = 1.
           exec sql
               close C-SimGuichets
           end-exec.

           write E-SimulationGrilles from " ".
           write E-SimulationGrilles from " Les 20 clients les plus touches (ecart en valeur absolue)".
           add 2 to NbLignesSim.
           move 0 to RangSim.
           move 0 to Simulation-iterator.
           exec sql
               declare C-SimClients cursor for
                   select top 20 ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '), count(*),
                          sum(SimulationCompte.AgiosActuel), sum(SimulationCompte.AgiosPropose),
                          sum(SimulationCompte.InteretsActuel),
                          sum(SimulationCompte.InteretsPropose),
                          sum(SimulationCompte.FraisActuel), sum(SimulationCompte.FraisPropose)
                   from SimulationCompte
                   left join Client on Client.CodeClient = SimulationCompte.CodeClient
                   where SimulationCompte.Periode = :PeriodeSim
                   group by SimulationCompte.CodeClient, Client.Nom, Client.Prenom
                   order by abs(sum(SimulationCompte.AgiosPropose - SimulationCompte.AgiosActuel
                                  + SimulationCompte.FraisPropose - SimulationCompte.FraisActuel
                                  - SimulationCompte.InteretsPropose
                                  + SimulationCompte.InteretsActuel)) desc
           end-exec.
           exec sql
               open C-SimClients
           end-exec.
           perform EditionSimClient until Simulation-iterator = 1.
           exec sql
               close C-SimClients
           end-exec.

           write E-SimulationGrilles from " ".
           write E-SimulationGrilles from " *** FIN DE SIMULATION - AUCUN MOUVEMENT NI SOLDE MODIFIE ***".
           add 2 to NbLignesSim.
           close F-SimulationGrilles.
           move NomFichierSimulation to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesSim to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EditionSimProduit.
           exec sql
               fetch C-SimProduits into :LigneSimCumul.CleSimCum,
                   :LigneSimCumul.NbComptesSimCum, :LigneSimCumul.AgiosActuelCum,
                   :LigneSimCumul.AgiosProposeCum, :LigneSimCumul.InteretsActuelCum,
                   :LigneSimCumul.InteretsProposeCum, :LigneSimCumul.FraisActuelCum,
                   :LigneSimCumul.FraisProposeCum
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to Simulation-iterator
               exit paragraph
           end-if.
           move spaces to LigneSimDetail.
           string "Produit " CleSimCum delimited by size into LibelleSimEd.
           perform EditionMontantsSim.

           add AgiosActuelCum to AgiosActuelGenSim.
           add AgiosProposeCum to AgiosProposeGenSim.
           add InteretsActuelCum to InteretsActuelGenSim.
           add InteretsProposeCum to InteretsProposeGenSim.
           add FraisActuelCum to FraisActuelGenSim.
           add FraisProposeCum to FraisProposeGenSim.
           add EcartSimCum to EcartGenSim.

       EditionSimGuichet.
           exec sql
               fetch C-SimGuichets into :LigneSimCumul.CleSimCum,
                   :LigneSimCumul.NbComptesSimCum, :LigneSimCumul.AgiosActuelCum,
                   :LigneSimCumul.AgiosProposeCum, :LigneSimCumul.InteretsActuelCum,
                   :LigneSimCumul.InteretsProposeCum, :LigneSimCumul.FraisActuelCum,
                   :LigneSimCumul.FraisProposeCum
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to Simulation-iterator
               exit paragraph
           end-if.
           move spaces to LigneSimDetail.
           string "Guichet " CleSimCum delimited by size into LibelleSimEd.
           perform EditionMontantsSim.

       EditionSimClient.
           exec sql
               fetch C-SimClients into :LigneSimCumul.NomClientSimCum,
                   :LigneSimCumul.PrenomClientSimCum, :LigneSimCumul.NbComptesSimCum,
                   :LigneSimCumul.AgiosActuelCum, :LigneSimCumul.AgiosProposeCum,
                   :LigneSimCumul.InteretsActuelCum, :LigneSimCumul.InteretsProposeCum,
                   :LigneSimCumul.FraisActuelCum, :LigneSimCumul.FraisProposeCum
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to Simulation-iterator
               exit paragraph
           end-if.
           add 1 to RangSim.
           move RangSim to RangSimEd.
           move spaces to LigneSimDetail.
           string RangSimEd " " NomClientSimCum " " PrenomClientSimCum delimited by size
               into LibelleSimEd.
           perform EditionMontantsSim.

       EditionMontantsSim.
           compute EcartSimCum = AgiosProposeCum - AgiosActuelCum
               + FraisProposeCum - FraisActuelCum
               - InteretsProposeCum + InteretsActuelCum.
           move AgiosActuelCum to AgiosActuelSimEd.
           move AgiosProposeCum to AgiosProposeSimEd.
           move InteretsActuelCum to InteretsActuelSimEd.
           move InteretsProposeCum to InteretsProposeSimEd.
           move FraisActuelCum to FraisActuelSimEd.
           move FraisProposeCum to FraisProposeSimEd.
           move EcartSimCum to EcartSimEd.
           write E-SimulationGrilles from LigneSimDetail.
           add 1 to NbLignesSim.

      **********************************************************************************************
      ***** Projection de tresorerie par compte (sous-menu Editions, option P) *****
      ***** Rejoue jour par jour sur l'horizon demande les echeances connues de chaque compte *****
      ***** (virements permanents, prelevements des mandats actifs) pour prevenir le client *****
      ***** avant qu'un debit ne fasse depasser le decouvert autorise *****
      **********************************************************************************************
       SaisieProjectionTresorerie.
           move 0 to HorizonProj.
           move " " to CodeBanqueProjSaisi.
           move " " to CodeGuichetProjSaisi.
           display "Horizon en jours (0 = 30 jours) : " line 1 col 2 with no advancing.
           accept HorizonProj line 1 col 37.
           display "Banque / guichet (vide = tous)  : " line 2 col 2 with no advancing.
           accept CodeBanqueProjSaisi line 2 col 37.
           accept CodeGuichetProjSaisi line 2 col 43.

       ProjectionTresorerie.
           perform ProjectionTresorerie-Init.
           perform ProjectionTresorerie-Trt until Projection-iterator = 1.
           perform ProjectionTresorerie-Fin.

       ProjectionTresorerie-Init.
           move 0 to Projection-iterator.
           move 0 to NbComptesProj.
           move 0 to NbDepassementsProj.
           if HorizonProj = 0 then
               move HorizonProjDefaut to HorizonProj
           end-if.
           if HorizonProj > HorizonProjMax then
               move HorizonProjMax to HorizonProj
           end-if.
           accept DateJourProj from date yyyymmdd.
           move DateJourProj(7:2) to JourDuJourProj.
           move spaces to DebutMoisProj.
           string DateJourProj(1:6) "01" delimited by size into DebutMoisProj.

      ***** Relance du jour sur le meme perimetre : la projection precedente est remplacee *****
           exec sql
               DELETE FROM ProjectionTresorerie
               WHERE DateProjection = :DateJourProj
                 and (:CodeBanqueProjSaisi = ' ' or CodeBanque = :CodeBanqueProjSaisi)
                 and (:CodeGuichetProjSaisi = ' ' or CodeGuichet = :CodeGuichetProjSaisi)
           end-exec.

      ***** Seuls les comptes non clos ayant au moins une echeance connue sont projetes *****
           exec sql
               declare C-ComptesProj cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.Debit, Compte.Credit,
                          ISNULL(Compte.DecouvertAutorise, 0), ISNULL(Client.Nom, ' ')
                   from Compte
                   left join Client on Client.CodeClient = Compte.CodeClient
                   where ISNULL(Compte.Statut, 'O') <> 'C'
                     and (:CodeBanqueProjSaisi = ' ' or Compte.CodeBanque = :CodeBanqueProjSaisi)
                     and (:CodeGuichetProjSaisi = ' ' or Compte.CodeGuichet = :CodeGuichetProjSaisi)
                     and (exists (select 1 from VirementPermanent
                                  where VirementPermanent.Statut = 'A'
                                    and ((VirementPermanent.CodeBanqueSource = Compte.CodeBanque
                                      and VirementPermanent.CodeGuichetSource = Compte.CodeGuichet
                                      and VirementPermanent.RacineCompteSource = Compte.RacineCompte
                                      and VirementPermanent.TypeCompteSource = Compte.TypeCompte)
                                     or (VirementPermanent.CodeBanqueCible = Compte.CodeBanque
                                      and VirementPermanent.CodeGuichetCible = Compte.CodeGuichet
                                      and VirementPermanent.RacineCompteCible = Compte.RacineCompte
                                      and VirementPermanent.TypeCompteCible = Compte.TypeCompte)))
                       or exists (select 1 from MandatPrelevement
                                  where MandatPrelevement.Statut = 'A'
                                    and ISNULL(MandatPrelevement.MontantDernierPrelev, 0) > 0
                                    and MandatPrelevement.CodeBanque = Compte.CodeBanque
                                    and MandatPrelevement.CodeGuichet = Compte.CodeGuichet
                                    and MandatPrelevement.RacineCompte = Compte.RacineCompte
                                    and MandatPrelevement.TypeCompte = Compte.TypeCompte))
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                       Compte.TypeCompte
           end-exec.
           exec sql
               open C-ComptesProj
           end-exec.

       ProjectionTresorerie-Trt.
           exec sql
               fetch C-ComptesProj into :LigneCompteProj.CodeBanqueProj,
                   :LigneCompteProj.CodeGuichetProj, :LigneCompteProj.RacineCompteProj,
                   :LigneCompteProj.TypeCompteProj, :LigneCompteProj.DebitProj,
                   :LigneCompteProj.CreditProj, :LigneCompteProj.DecouvertProj,
                   :LigneCompteProj.NomClientProj
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ProjectionCompte
           else
               move 1 to Projection-iterator
           end-if.

       ProjectionTresorerie-Fin.
           exec sql
               close C-ComptesProj
           end-exec.

           perform EditionProjection.

           if ModeBatch(1:10) <> "PROJECTION" then
               display "Comptes projetes : " line 1 col 1 with no advancing
               display NbComptesProj line 1 col 20 with no advancing
               display " - depassements prevus : " line 1 col 27 with no advancing
               display NbDepassementsProj line 1 col 52 with no advancing
               display " - Tapez Entree " line 1 col 59 with no advancing
               accept reponse
           end-if.

      ***** Projection d'un compte : chargement de ses echeances puis rejeu jour par jour *****
       ProjectionCompte.
           perform ChargementFluxProj.

           compute SoldeActuelProj = CreditProj - DebitProj.
           move SoldeActuelProj to SoldeProj.
           move SoldeActuelProj to SoldeMiniProj.
           move DateJourProj to DateSoldeMiniProj.
           compute LimiteDecouvertProj = 0 - DecouvertProj.
           move spaces to DateDepassementProj.
           if SoldeProj < LimiteDecouvertProj then
               move DateJourProj to DateDepassementProj
           end-if.

      ***** Premier jour projete : demain *****
           move DateJourProj to DateCalendaire.
           perform AjouterUnJourCalendaire.
           perform ProjectionJour varying NoJourProj from 1 by 1
               until NoJourProj > HorizonProj.

           if DateDepassementProj <> spaces then
               add 1 to NbDepassementsProj
           end-if.

           exec sql
               INSERT INTO ProjectionTresorerie
                   (DateProjection, Horizon, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    NomClient, SoldeActuel, SoldeMini, DateSoldeMini, DecouvertAutorise,
                    DateDepassement, DateCalcul)
               VALUES (:DateJourProj, :HorizonProj, :LigneCompteProj.CodeBanqueProj,
                    :LigneCompteProj.CodeGuichetProj, :LigneCompteProj.RacineCompteProj,
                    :LigneCompteProj.TypeCompteProj, :LigneCompteProj.NomClientProj,
                    :LigneCompteProj.SoldeActuelProj, :SoldeMiniProj, :DateSoldeMiniProj,
                    :LigneCompteProj.DecouvertProj, :DateDepassementProj, getdate())
           end-exec.
           add 1 to NbComptesProj.

      ***** Echeances du compte : ordres dont il est la source (debit) ou la cible (credit), *****
      ***** prelevements au jour et au montant du dernier prelevement recu sur le mandat *****
       ChargementFluxProj.
           move 0 to NbFluxProj.
           move 0 to FluxProj-iterator.
           exec sql
               declare C-FluxProj cursor for
                   select 'D', Montant, JourDuMois, DateDebut, ISNULL(DateFin, ' '),
                          case when JourDuMois <= :JourDuJourProj
                                and (ISNULL(DateDerniereExecution, ' ') = ' '
                                     or DateDerniereExecution < :DebutMoisProj)
                               then 'O' else 'N' end
                   from VirementPermanent
                   where Statut = 'A'
                     and CodeBanqueSource = :LigneCompteProj.CodeBanqueProj
                     and CodeGuichetSource = :LigneCompteProj.CodeGuichetProj
                     and RacineCompteSource = :LigneCompteProj.RacineCompteProj
                     and TypeCompteSource = :LigneCompteProj.TypeCompteProj
                   union all
                   select 'C', Montant, JourDuMois, DateDebut, ISNULL(DateFin, ' '),
                          case when JourDuMois <= :JourDuJourProj
                                and (ISNULL(DateDerniereExecution, ' ') = ' '
                                     or DateDerniereExecution < :DebutMoisProj)
                               then 'O' else 'N' end
                   from VirementPermanent
                   where Statut = 'A'
                     and CodeBanqueCible = :LigneCompteProj.CodeBanqueProj
                     and CodeGuichetCible = :LigneCompteProj.CodeGuichetProj
                     and RacineCompteCible = :LigneCompteProj.RacineCompteProj
                     and TypeCompteCible = :LigneCompteProj.TypeCompteProj
                   union all
                   select 'D', MontantDernierPrelev,
                          cast(substring(DateDernierPrelev, 7, 2) as int),
                          ISNULL(DateSignature, ' '), ' ', 'N'
                   from MandatPrelevement
                   where Statut = 'A'
                     and ISNULL(MontantDernierPrelev, 0) > 0
                     and CodeBanque = :LigneCompteProj.CodeBanqueProj
                     and CodeGuichet = :LigneCompteProj.CodeGuichetProj
                     and RacineCompte = :LigneCompteProj.RacineCompteProj
                     and TypeCompte = :LigneCompteProj.TypeCompteProj
           end-exec.
           exec sql
               open C-FluxProj
           end-exec.
           perform LectureFluxProj until FluxProj-iterator = 1.
           exec sql
               close C-FluxProj
           end-exec.

       LectureFluxProj.
           exec sql
               fetch C-FluxProj into :LigneFluxProj.SensFluxLu, :LigneFluxProj.MontantFluxLu,
                   :LigneFluxProj.JourFluxLu, :LigneFluxProj.DebutFluxLu,
                   :LigneFluxProj.FinFluxLu, :LigneFluxProj.RattrapageFluxLu
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to FluxProj-iterator
               exit paragraph
           end-if.
      ***** Au-dela de la table, les echeances suivantes du compte sont ignorees *****
           if NbFluxProj >= MaxFluxProj then
               exit paragraph
           end-if.
           add 1 to NbFluxProj.
           move SensFluxLu to SensFlux(NbFluxProj).
           move MontantFluxLu to MontantFlux(NbFluxProj).
           move JourFluxLu to JourFlux(NbFluxProj).
           move DebutFluxLu to DebutFlux(NbFluxProj).
           move FinFluxLu to FinFlux(NbFluxProj).
           move RattrapageFluxLu to RattrapageFlux(NbFluxProj).

      ***** Un jour projete : DateCalendaire porte le jour traite, puis est avancee au *****
      ***** lendemain ; le passage au 1er signale le dernier jour du mois *****
       ProjectionJour.
           move DateCalendaire to DateCouranteProj.
           move JourCal to JourCourantProj.
           perform AjouterUnJourCalendaire.
           move "N" to FinDeMoisProj.
           if JourCal = 1 then
               move "O" to FinDeMoisProj
           end-if.

           perform ApplicationFluxProj varying IndFluxProj from 1 by 1
               until IndFluxProj > NbFluxProj.

           if SoldeProj < SoldeMiniProj then
               move SoldeProj to SoldeMiniProj
               move DateCouranteProj to DateSoldeMiniProj
           end-if.
           if SoldeProj < LimiteDecouvertProj and DateDepassementProj = spaces then
               move DateCouranteProj to DateDepassementProj
           end-if.

      ***** Une echeance tombe a son jour du mois, au dernier jour des mois plus courts, et *****
      ***** des demain pour un ordre du ce mois-ci que le batch n'a pas encore execute *****
       ApplicationFluxProj.
           if DebutFlux(IndFluxProj) > DateCouranteProj then
               exit paragraph
           end-if.
           if FinFlux(IndFluxProj) <> spaces and FinFlux(IndFluxProj) < DateCouranteProj then
               exit paragraph
           end-if.
           if JourFlux(IndFluxProj) = JourCourantProj
              or (FinDeMoisProj = "O" and JourFlux(IndFluxProj) > JourCourantProj)
              or (NoJourProj = 1 and RattrapageFlux(IndFluxProj) = "O") then
               if SensFlux(IndFluxProj) = "C" then
                   add MontantFlux(IndFluxProj) to SoldeProj
               else
                   subtract MontantFlux(IndFluxProj) from SoldeProj
               end-if
           end-if.

      ***** Edition par guichet : comptes en depassement prevu en tete, par date de depassement *****
       EditionProjection.
           move "PROJECTION TRESORERIE" to TypeEditionCourant.
           move "ProjectionTresorerie" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierProjection.
           open output F-ProjectionTresorerie.
           move corresponding DateSysteme to LigneProjEntete1.
           move HorizonProj to HorizonProjEd.
           write E-ProjectionTresorerie from LigneProjEntete1.
           write E-ProjectionTresorerie from " ".
           write E-ProjectionTresorerie from LigneProjEntete7.
           move 3 to NbLignesProj.

           move spaces to GuichetProjPrec.
           move 0 to EditionProj-iterator.
           exec sql
               declare C-EditionProj cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, NomClient,
                          SoldeActuel, SoldeMini, DateSoldeMini, DecouvertAutorise,
                          DateDepassement
                   from ProjectionTresorerie
                   where DateProjection = :DateJourProj
                     and (:CodeBanqueProjSaisi = ' ' or CodeBanque = :CodeBanqueProjSaisi)
                     and (:CodeGuichetProjSaisi = ' ' or CodeGuichet = :CodeGuichetProjSaisi)
                   order by CodeBanque, CodeGuichet,
                       case when DateDepassement = ' ' then 1 else 0 end,
                       DateDepassement, SoldeMini
           end-exec.
           exec sql
               open C-EditionProj
           end-exec.
           perform EditionLigneProj until EditionProj-iterator = 1.
           exec sql
               close C-EditionProj
           end-exec.

           move NbComptesProj to NbComptesProjEd.
           move NbDepassementsProj to NbDepassementsProjEd.
           write E-ProjectionTresorerie from " ".
           write E-ProjectionTresorerie from LigneProjTotal.
           add 2 to NbLignesProj.
           close F-ProjectionTresorerie.

           move NomFichierProjection to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesProj to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EditionLigneProj.
           exec sql
               fetch C-EditionProj into :LigneCompteProj.CodeBanqueProj,
                   :LigneCompteProj.CodeGuichetProj, :LigneCompteProj.RacineCompteProj,
                   :LigneCompteProj.TypeCompteProj, :LigneCompteProj.NomClientProj,
                   :LigneCompteProj.SoldeActuelProj, :SoldeMiniProj, :DateSoldeMiniProj,
                   :LigneCompteProj.DecouvertProj, :DateDepassementProj
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to EditionProj-iterator
               exit paragraph
           end-if.

      ***** Saut d'une ligne a chaque changement de guichet *****
           if GuichetProjPrec <> spaces
              and (GuichetProjPrec(1:5) <> CodeBanqueProj
                   or GuichetProjPrec(6:5) <> CodeGuichetProj) then
               write E-ProjectionTresorerie from " "
               add 1 to NbLignesProj
           end-if.
           move spaces to GuichetProjPrec.
           string CodeBanqueProj CodeGuichetProj delimited by size into GuichetProjPrec.

           move spaces to LigneProjDetail.
           move CodeBanqueProj to CodeBanqueProjEd.
           move CodeGuichetProj to CodeGuichetProjEd.
           move RacineCompteProj to RacineCompteProjEd.
           move TypeCompteProj to TypeCompteProjEd.
           move NomClientProj to NomClientProjEd.
           move SoldeActuelProj to SoldeActuelProjEd.
           move SoldeMiniProj to SoldeMiniProjEd.
           move DateSoldeMiniProj to DateSoldeMiniProjEd.
           move DecouvertProj to DecouvertProjEd.
           move DateDepassementProj to DateDepassementProjEd.
           write E-ProjectionTresorerie from LigneProjDetail.
           add 1 to NbLignesProj.

      **********************************************************************************************
      ***** Releves electroniques camt.053 / MT940 (sous-menu Editions, option E) *****
      ***** Abonnement des comptes au service et rejeu a la demande d'un releve deja envoye *****
      **********************************************************************************************
       GestionRelevesElec.
           move 0 to GestionRelevesElec-iterator.
           perform GestionRelevesElec-Trt until GestionRelevesElec-iterator = 1.

       GestionRelevesElec-Trt.
           perform AffichageListeAbonnementsElec.
           move " " to OptionRelevesElec.
           display "[C]reer / [R]esilier / re[J]ouer un releve / autre = retour : " line 22 col 2 with no advancing.
           accept OptionRelevesElec line 22 col 64.
           inspect OptionRelevesElec converting "crj" to "CRJ".

           evaluate OptionRelevesElec
               when "C"
                   perform CreationAbonnementElec
               when "R"
                   perform ResiliationAbonnementElec
               when "J"
                   perform RejeuReleveElec
               when other
                   move 1 to GestionRelevesElec-iterator
           end-evaluate.

      ***** Liste numerotee des abonnements actifs (15 au plus) *****
       AffichageListeAbonnementsElec.
           display " " line 1 col 1 blank screen.
           display "RELEVES ELECTRONIQUES - ABONNEMENTS" line 2 col 22.
           display "No  Banque Guich. Compte      Format    Freq.  Dernier No" line 4 col 1.

           move 0 to MaxAbonnementsElec.
           move 0 to NoAbonnementElecSaisi.
           move 4 to NoLigneAbonnementElec.
           move 0 to BoucleurAbonnementsElec.

           exec sql
               declare C-ListeAbonnementsElec cursor for
                   select IdAbonnement, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          Format, Frequence, ISNULL(DernierNumeroSequence, 0)
                   from AbonnementReleveElec
                   where Statut = 'A'
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte, Format, Frequence
           end-exec.
           exec sql
               open C-ListeAbonnementsElec
           end-exec.

           perform AffichageLigneAbonnementElec until BoucleurAbonnementsElec = 1.

           exec sql
               close C-ListeAbonnementsElec
           end-exec.

       AffichageLigneAbonnementElec.
           exec sql
               fetch C-ListeAbonnementsElec into :LigneAbonnementElec.IdAbonnementElec,
                   :LigneAbonnementElec.CodeBanqueElec, :LigneAbonnementElec.CodeGuichetElec,
                   :LigneAbonnementElec.RacineCompteElec, :LigneAbonnementElec.TypeCompteElec,
                   :LigneAbonnementElec.FormatElec, :LigneAbonnementElec.FrequenceElec,
                   :LigneAbonnementElec.NumeroSequenceElec
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxAbonnementsElec < 15 then
               add 1 to MaxAbonnementsElec
               move MaxAbonnementsElec to NoAbonnementElecSaisi
               move IdAbonnementElec to IdAbonnementElecEcran(MaxAbonnementsElec)
               add 1 to NoLigneAbonnementElec
               display NoAbonnementElecSaisi line NoLigneAbonnementElec col 1 with no advancing
               display CodeBanqueElec line NoLigneAbonnementElec col 5 with no advancing
               display CodeGuichetElec line NoLigneAbonnementElec col 12 with no advancing
               display RacineCompteElec line NoLigneAbonnementElec col 19 with no advancing
               display TypeCompteElec line NoLigneAbonnementElec col 29 with no advancing
               if FormatElec = "C" then
                   display "camt.053" line NoLigneAbonnementElec col 33 with no advancing
               else
                   display "MT940" line NoLigneAbonnementElec col 33 with no advancing
               end-if
               display FrequenceElec line NoLigneAbonnementElec col 43 with no advancing
               display NumeroSequenceElec line NoLigneAbonnementElec col 50
           else
               move 1 to BoucleurAbonnementsElec
           end-if.

      ***** Creation : compte ouvert dont l'IBAN est calcule, un abonnement actif par format *****
      ***** et frequence ; la sequence part de zero *****
       CreationAbonnementElec.
           perform InitSaisieMouvement.
           move " " to FormatElecSaisi.
           move " " to FrequenceElecSaisie.
           display "Compte (banque guichet racine type) : " line 23 col 2 with no advancing.
           accept CodeBanqueMvt line 23 col 40.
           accept CodeGuichetMvt line 23 col 46.
           accept RacineCompteMvt line 23 col 52.
           accept TypeCompteMvt line 23 col 62.
           display "Format (C camt.053 / M MT940) : " line 24 col 2 with no advancing.
           accept FormatElecSaisi line 24 col 35.
           display "Frequence (J jour / M mois) : " line 24 col 40 with no advancing.
           accept FrequenceElecSaisie line 24 col 71.
           inspect FormatElecSaisi converting "cm" to "CM".
           inspect FrequenceElecSaisie converting "jm" to "JM".

           if FormatElecSaisi <> "C" and FormatElecSaisi <> "M" then
               display " ** Format invalide (C/M) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if FrequenceElecSaisie <> "J" and FrequenceElecSaisie <> "M" then
               display " ** Frequence invalide (J/M) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to IbanElec.
           move "C" to StatutCompteMvt.
           exec sql
               select ISNULL(Iban, ' '), ISNULL(Statut, 'O')
               into :LigneAbonnementElec.IbanElec, :StatutCompteMvt
               from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutCompteMvt = "C" then
               display " ** Compte clos ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if IbanElec = " " then
               display " ** IBAN du compte non calcule ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move FormatElecSaisi to FormatElec.
           move FrequenceElecSaisie to FrequenceElec.
           move 0 to MaxAbonnementsElec.
           exec sql
               select count(*) into :MaxAbonnementsElec from AbonnementReleveElec
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and Format = :LigneAbonnementElec.FormatElec
                 and Frequence = :LigneAbonnementElec.FrequenceElec
                 and Statut = 'A'
           end-exec.
           if MaxAbonnementsElec > 0 then
               display " ** Abonnement deja actif pour ce format et cette frequence ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           accept DateJourElec from date yyyymmdd.
           exec sql
               select newid() into :LigneAbonnementElec.IdAbonnementElec
           end-exec.
           exec sql
               INSERT INTO AbonnementReleveElec
                   (IdAbonnement, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    Format, Frequence, DernierNumeroSequence, Statut, DateCreation)
               VALUES
                   (:LigneAbonnementElec.IdAbonnementElec, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt, :LigneAbonnementElec.FormatElec,
                    :LigneAbonnementElec.FrequenceElec, 0, 'A', :DateJourElec)
           end-exec.
           display " ** Abonnement cree ** " line 25 col 1.

       ResiliationAbonnementElec.
           move 0 to NoAbonnementElecSaisi.
           display "No de l'abonnement a resilier : " line 23 col 2 with no advancing.
           accept NoAbonnementElecSaisi line 23 col 35.
           if NoAbonnementElecSaisi = 0 or NoAbonnementElecSaisi > MaxAbonnementsElec then
               exit paragraph
           end-if.

           move IdAbonnementElecEcran(NoAbonnementElecSaisi) to IdAbonnementElec.
           exec sql
               UPDATE AbonnementReleveElec SET Statut = 'X'
               WHERE IdAbonnement = :LigneAbonnementElec.IdAbonnementElec
           end-exec.
           display " ** Abonnement resilie ** " line 25 col 1.

      ***** Rejeu d'un releve deja envoye : meme periode, meme numero de sequence, nouveau *****
      ***** fichier ; le rejeu est compte sur la ligne d'historique *****
       RejeuReleveElec.
           move 0 to NoAbonnementElecSaisi.
           move 0 to NumeroSequenceSaisi.
           display "No de l'abonnement : " line 23 col 2 with no advancing.
           accept NoAbonnementElecSaisi line 23 col 24.
           if NoAbonnementElecSaisi = 0 or NoAbonnementElecSaisi > MaxAbonnementsElec then
               exit paragraph
           end-if.
           display "No de sequence du releve : " line 24 col 2 with no advancing.
           accept NumeroSequenceSaisi line 24 col 30.

           move IdAbonnementElecEcran(NoAbonnementElecSaisi) to IdAbonnementElec.
           move NumeroSequenceSaisi to NumeroSequenceElec.
           exec sql
               select AbonnementReleveElec.CodeBanque, AbonnementReleveElec.CodeGuichet,
                      AbonnementReleveElec.RacineCompte, AbonnementReleveElec.TypeCompte,
                      AbonnementReleveElec.Format, AbonnementReleveElec.Frequence,
                      ISNULL(Compte.Iban, ' '), ISNULL(Compte.Bic, ' '),
                      ISNULL(Compte.Devise, 'EUR'),
                      ReleveElectronique.DateDebut, ReleveElectronique.DateFin
               into :LigneAbonnementElec.CodeBanqueElec, :LigneAbonnementElec.CodeGuichetElec,
                    :LigneAbonnementElec.RacineCompteElec, :LigneAbonnementElec.TypeCompteElec,
                    :LigneAbonnementElec.FormatElec, :LigneAbonnementElec.FrequenceElec,
                    :LigneAbonnementElec.IbanElec, :LigneAbonnementElec.BicElec,
                    :LigneAbonnementElec.DeviseElec, :DateDebutElec, :DateFinElec
               from ReleveElectronique
               join AbonnementReleveElec
                 on AbonnementReleveElec.IdAbonnement = ReleveElectronique.IdAbonnement
               join Compte on Compte.CodeBanque = AbonnementReleveElec.CodeBanque
                          and Compte.CodeGuichet = AbonnementReleveElec.CodeGuichet
                          and Compte.RacineCompte = AbonnementReleveElec.RacineCompte
                          and Compte.TypeCompte = AbonnementReleveElec.TypeCompte
               where ReleveElectronique.IdAbonnement = :LigneAbonnementElec.IdAbonnementElec
                 and ReleveElectronique.NumeroSequence = :LigneAbonnementElec.NumeroSequenceElec
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Releve inconnu pour cet abonnement ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform GenerationReleveElec.
           exec sql
               UPDATE ReleveElectronique
               SET NbRejeux = ISNULL(NbRejeux, 0) + 1, DateDernierRejeu = getdate(),
                   NomFichierRejeu = :NomFichierReleveElec
               WHERE IdAbonnement = :LigneAbonnementElec.IdAbonnementElec
                 and NumeroSequence = :LigneAbonnementElec.NumeroSequenceElec
           end-exec.
           display " ** Releve rejoue ** " line 25 col 1.

      **********************************************************************************************
      ***** Extraction de nuit pour le portail de banque en ligne (modes "PORTAIL" et *****
      ***** "PORTAILCOMPLET") : sequence et type de l'extraction, puis fichier ENTETE, CLI, *****
      ***** CPT, MVT, VIR, MAN et TOTAL ; chaque enregistrement ecrit est note dans *****
      ***** PortailEnvoi avec son empreinte pour le delta suivant *****
      **********************************************************************************************
       ExtractionPortail.
           perform ExtractionPortail-Init.
           perform ExtractionClientsPortail.
           perform ExtractionComptesPortail.
           perform ExtractionMouvementsPortail.
           perform ExtractionVirementsPortail.
           perform ExtractionMandatsPortail.
           perform ExtractionPortail-Fin.

       ExtractionPortail-Init.
           move 0 to NbEnregPortail.
           move 0 to NbClientsPortail.
           move 0 to NbComptesPortail.
           move 0 to NbMouvementsPortail.
           move 0 to NbVirementsPortail.
           move 0 to NbMandatsPortail.
           move 0 to TotalMouvementsPortail.
           accept DateJourPortail from date yyyymmdd.
           accept HeurePortail from time.
           move TypeExtractionDemandee to TypeExtractionPortail.

      ***** Derniere sequence acquittee par le prestataire *****
           move 0 to SequenceAcquitteePortail.
           exec sql
               select ISNULL(max(NumeroSequence), 0) into :SequenceAcquitteePortail
               from ExtractionPortail
               where Statut = 'A'
           end-exec.

      ***** Un fichier rejete apres la derniere sequence acquittee : les extractions qui la *****
      ***** suivent sont annulees et reprises en une seule, complete si l'une d'elles l'etait *****
           move "N" to RepriseSurRejetPortail.
           move 0 to NbPortailTrouve.
           exec sql
               select count(*) into :NbPortailTrouve from ExtractionPortail
               where Statut = 'R' and NumeroSequence > :SequenceAcquitteePortail
           end-exec.
           if NbPortailTrouve > 0 then
               move "O" to RepriseSurRejetPortail
               move 0 to NbPortailTrouve
               exec sql
                   select count(*) into :NbPortailTrouve from ExtractionPortail
                   where Statut in ('E', 'R') and TypeExtraction = 'C'
                     and NumeroSequence > :SequenceAcquitteePortail
               end-exec
               if NbPortailTrouve > 0 then
                   move "C" to TypeExtractionPortail
               end-if
               exec sql
                   UPDATE ExtractionPortail
                   SET Statut = 'X'
                   WHERE Statut in ('E', 'R') and NumeroSequence > :SequenceAcquitteePortail
               end-exec
           end-if.

      ***** Une extraction interrompue en cours de generation n'a jamais ete envoyee *****
           exec sql
               UPDATE ExtractionPortail
               SET Statut = 'X'
               WHERE Statut = 'G'
           end-exec.

      ***** Les empreintes posterieures a la derniere extraction envoyee ou acquittee ne sont *****
      ***** jamais parvenues au prestataire : elles sont oubliees *****
           move 0 to DerniereSequencePortail.
           exec sql
               select ISNULL(max(NumeroSequence), 0) into :DerniereSequencePortail
               from ExtractionPortail
               where Statut in ('E', 'A')
           end-exec.
           exec sql
               DELETE FROM PortailEnvoi
               WHERE NumeroSequence > :DerniereSequencePortail
           end-exec.
           compute SequencePortail = DerniereSequencePortail + 1.

      ***** Premiere extraction : chargement complet *****
           if DerniereSequencePortail = 0 then
               move "C" to TypeExtractionPortail
           end-if.

           move "EXTRACTION PORTAIL" to TypeEditionCourant.
           move "Portail" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierPortail.

           exec sql
               select newid() into :IdExtractionPortail
           end-exec.
           exec sql
               INSERT INTO ExtractionPortail
                   (IdExtraction, NumeroSequence, TypeExtraction, DateExtraction, Statut,
                    NomFichier, CodeOperateur)
               VALUES
                   (:IdExtractionPortail, :SequencePortail, :TypeExtractionPortail, getdate(), 'G',
                    :NomFichierPortail, :CodeOperateurSigne)
           end-exec.

           open output F-ExtractionPortail.
           move SequencePortail to SequencePtEnt.
           move TypeExtractionPortail to TypeExtractionPtEnt.
           move DateJourPortail to DatePtEnt.
           move HeurePortail(1:6) to HeurePtEnt.
           move SequenceAcquitteePortail to SequenceAcqPtEnt.
           write E-ExtractionPortail from LignePtEntete.

       ExtractionPortail-Fin.
           move SequencePortail to SequencePtTot.
           move NbEnregPortail to NbEnregPtTot.
           move NbClientsPortail to NbClientsPtTot.
           move NbComptesPortail to NbComptesPtTot.
           move NbMouvementsPortail to NbMouvementsPtTot.
           move NbVirementsPortail to NbVirementsPtTot.
           move NbMandatsPortail to NbMandatsPtTot.
           move TotalMouvementsPortail to TotalMouvementsPtTot.
           write E-ExtractionPortail from LignePtTotal.
           close F-ExtractionPortail.

           exec sql
               UPDATE ExtractionPortail
               SET Statut = 'E', NbClients = :NbClientsPortail, NbComptes = :NbComptesPortail,
                   NbMouvements = :NbMouvementsPortail, NbVirements = :NbVirementsPortail,
                   NbMandats = :NbMandatsPortail, NbEnregistrements = :NbEnregPortail
               WHERE IdExtraction = :IdExtractionPortail
           end-exec.

           move NomFichierPortail to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           compute NbLignesCatalogue = NbEnregPortail + 2.
           perform EcritureCatalogueEdition.

      ***** Empreinte d'un enregistrement envoye, rattachee a la sequence courante *****
       EnregistrementEnvoiPortail.
           add 1 to NbEnregPortail.
           exec sql
               INSERT INTO PortailEnvoi (TypeEnreg, Cle, NumeroSequence, Empreinte)
               VALUES (:TypeEnregPortail, :ClePortail, :SequencePortail, :EmpreintePortail)
           end-exec.

      ***** Clients dont les coordonnees ont change depuis le dernier envoi *****
       ExtractionClientsPortail.
           move 0 to ExtractionPortail-iterator.
           exec sql
               declare C-PortailClients cursor for
                   select CodeClient, Nom, Prenom, Adresse, CodePostal, Ville, Telephone, Email,
                          Empreinte
                   from (select convert(varchar(36), CodeClient) as CodeClient,
                                ISNULL(Nom, ' ') as Nom, ISNULL(Prenom, ' ') as Prenom,
                                ISNULL(Adresse, ' ') as Adresse, ISNULL(CodePostal, ' ') as CodePostal,
                                ISNULL(Ville, ' ') as Ville, ISNULL(Telephone, ' ') as Telephone,
                                ISNULL(Email, ' ') as Email,
                                ISNULL(Nom, '') + '|' + ISNULL(Prenom, '') + '|' + ISNULL(Adresse, '')
                                + '|' + ISNULL(CodePostal, '') + '|' + ISNULL(Ville, '') + '|'
                                + ISNULL(Telephone, '') + '|' + ISNULL(Email, '') as Empreinte
                         from Client) C
                   where :TypeExtractionPortail = 'C'
                      or not exists (select 1 from PortailEnvoi P
                                     where P.TypeEnreg = 'CLI' and P.Cle = C.CodeClient
                                       and P.Empreinte = C.Empreinte
                                       and P.NumeroSequence = (select max(P2.NumeroSequence)
                                                               from PortailEnvoi P2
                                                               where P2.TypeEnreg = 'CLI'
                                                                 and P2.Cle = C.CodeClient))
                   order by CodeClient
           end-exec.
           exec sql
               open C-PortailClients
           end-exec.
           perform LectureClientPortail until ExtractionPortail-iterator = 1.
           exec sql
               close C-PortailClients
           end-exec.

       LectureClientPortail.
           exec sql
               fetch C-PortailClients into :LigneClientPortail.CodeClientPt,
                   :LigneClientPortail.NomPt, :LigneClientPortail.PrenomPt,
                   :LigneClientPortail.AdressePt, :LigneClientPortail.CodePostalPt,
                   :LigneClientPortail.VillePt, :LigneClientPortail.TelephonePt,
                   :LigneClientPortail.EmailPt, :EmpreintePortail
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to ExtractionPortail-iterator
               exit paragraph
           end-if.

           move CodeClientPt to CodeClientPtEd.
           move NomPt to NomPtEd.
           move PrenomPt to PrenomPtEd.
           move AdressePt to AdressePtEd.
           move CodePostalPt to CodePostalPtEd.
           move VillePt to VillePtEd.
           move TelephonePt to TelephonePtEd.
           move EmailPt to EmailPtEd.
           write E-ExtractionPortail from LignePtClient.
           add 1 to NbClientsPortail.

           move "CLI" to TypeEnregPortail.
           move CodeClientPt to ClePortail.
           perform EnregistrementEnvoiPortail.

      ***** Comptes dont le statut, les soldes ou le decouvert autorise ont change *****
       ExtractionComptesPortail.
           move 0 to ExtractionPortail-iterator.
           exec sql
               declare C-PortailComptes cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CodeClient, Devise,
                          Statut, Debit, Credit, Autorise, Iban, Empreinte
                   from (select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                                CodeBanque + CodeGuichet + RacineCompte + TypeCompte as Cle,
                                convert(varchar(36), CodeClient) as CodeClient,
                                ISNULL(Devise, 'EUR') as Devise, ISNULL(Statut, ' ') as Statut,
                                ISNULL(Debit, 0) as Debit, ISNULL(Credit, 0) as Credit,
                                ISNULL(DecouvertAutorise, 0) as Autorise, ISNULL(Iban, ' ') as Iban,
                                ISNULL(Statut, '') + '|' + convert(varchar(20), ISNULL(Debit, 0))
                                + '|' + convert(varchar(20), ISNULL(Credit, 0)) + '|'
                                + convert(varchar(20), ISNULL(DecouvertAutorise, 0)) + '|'
                                + ISNULL(Devise, '') + '|' + ISNULL(Iban, '') as Empreinte
                         from Compte) C
                   where :TypeExtractionPortail = 'C'
                      or not exists (select 1 from PortailEnvoi P
                                     where P.TypeEnreg = 'CPT' and P.Cle = C.Cle
                                       and P.Empreinte = C.Empreinte
                                       and P.NumeroSequence = (select max(P2.NumeroSequence)
                                                               from PortailEnvoi P2
                                                               where P2.TypeEnreg = 'CPT'
                                                                 and P2.Cle = C.Cle))
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.
           exec sql
               open C-PortailComptes
           end-exec.
           perform LectureComptePortail until ExtractionPortail-iterator = 1.
           exec sql
               close C-PortailComptes
           end-exec.

       LectureComptePortail.
           exec sql
               fetch C-PortailComptes into :LigneComptePortail.CodeBanquePt,
                   :LigneComptePortail.CodeGuichetPt, :LigneComptePortail.RacineComptePt,
                   :LigneComptePortail.TypeComptePt, :LigneComptePortail.CodeClientCptPt,
                   :LigneComptePortail.DevisePt, :LigneComptePortail.StatutPt,
                   :LigneComptePortail.DebitPt, :LigneComptePortail.CreditPt,
                   :LigneComptePortail.AutorisePt, :LigneComptePortail.IbanPt, :EmpreintePortail
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to ExtractionPortail-iterator
               exit paragraph
           end-if.

           move CodeBanquePt to CodeBanquePtEd.
           move CodeGuichetPt to CodeGuichetPtEd.
           move RacineComptePt to RacineComptePtEd.
           move TypeComptePt to TypeComptePtEd.
           move CodeClientCptPt to CodeClientCptPtEd.
           move DevisePt to DevisePtEd.
           move StatutPt to StatutPtEd.
           move DebitPt to DebitPtEd.
           move CreditPt to CreditPtEd.
           move AutorisePt to AutorisePtEd.
           move IbanPt to IbanPtEd.
           write E-ExtractionPortail from LignePtCompte.
           add 1 to NbComptesPortail.

           move "CPT" to TypeEnregPortail.
           move spaces to ClePortail.
           string CodeBanquePt CodeGuichetPt RacineComptePt TypeComptePt
               delimited by size into ClePortail.
           perform EnregistrementEnvoiPortail.

      ***** Mouvements jamais envoyes ; un mouvement ne change pas une fois passe *****
       ExtractionMouvementsPortail.
           move 0 to ExtractionPortail-iterator.
           exec sql
               declare C-PortailMouvements cursor for
                   select convert(varchar(36), M.IdMouvement), M.CodeBanque, M.CodeGuichet,
                          M.RacineCompte, M.TypeCompte, left(M.DateMouvement, 8),
                          ISNULL(M.DateValeur, left(M.DateMouvement, 8)), M.Sens, M.Montant,
                          ISNULL(M.CodeOperation, ' '), left(ISNULL(CodeOperation.Libelle, ' '), 30),
                          ISNULL(M.Libelle, ' ')
                   from MouvementCompte M
                   left join CodeOperation on CodeOperation.CodeOperation = M.CodeOperation
                   where :TypeExtractionPortail = 'C'
                      or not exists (select 1 from PortailEnvoi P
                                     where P.TypeEnreg = 'MVT'
                                       and P.Cle = convert(varchar(36), M.IdMouvement))
                   order by M.CodeBanque, M.CodeGuichet, M.RacineCompte, M.TypeCompte,
                            M.DateMouvement
           end-exec.
           exec sql
               open C-PortailMouvements
           end-exec.
           perform LectureMouvementPortail until ExtractionPortail-iterator = 1.
           exec sql
               close C-PortailMouvements
           end-exec.

       LectureMouvementPortail.
           exec sql
               fetch C-PortailMouvements into :LigneMouvementPortail.IdMouvementPt,
                   :LigneMouvementPortail.CodeBanqueMvPt, :LigneMouvementPortail.CodeGuichetMvPt,
                   :LigneMouvementPortail.RacineCompteMvPt, :LigneMouvementPortail.TypeCompteMvPt,
                   :LigneMouvementPortail.DateMouvementPt, :LigneMouvementPortail.DateValeurPt,
                   :LigneMouvementPortail.SensPt, :LigneMouvementPortail.MontantPt,
                   :LigneMouvementPortail.CodeOperationPt,
                   :LigneMouvementPortail.LibelleOperationPt, :LigneMouvementPortail.LibellePt
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to ExtractionPortail-iterator
               exit paragraph
           end-if.

           move IdMouvementPt to IdMouvementPtEd.
           move CodeBanqueMvPt to CodeBanqueMvPtEd.
           move CodeGuichetMvPt to CodeGuichetMvPtEd.
           move RacineCompteMvPt to RacineCompteMvPtEd.
           move TypeCompteMvPt to TypeCompteMvPtEd.
           move DateMouvementPt to DateMouvementPtEd.
           move DateValeurPt to DateValeurPtEd.
           move SensPt to SensPtEd.
           move MontantPt to MontantPtEd.
           move CodeOperationPt to CodeOperationPtEd.
           move LibelleOperationPt to LibelleOperationPtEd.
           move LibellePt to LibellePtEd.
           write E-ExtractionPortail from LignePtMouvement.
           add 1 to NbMouvementsPortail.
           add MontantPt to TotalMouvementsPortail.

           move "MVT" to TypeEnregPortail.
           move IdMouvementPt to ClePortail.
           move " " to EmpreintePortail.
           perform EnregistrementEnvoiPortail.

      ***** Virements permanents crees, modifies ou dont le statut a change *****
       ExtractionVirementsPortail.
           move 0 to ExtractionPortail-iterator.
           exec sql
               declare C-PortailVirements cursor for
                   select IdVirement, CompteSource, CompteCible, Montant, JourDuMois, DateDebut,
                          DateFin, Statut, Empreinte
                   from (select convert(varchar(36), IdVirement) as IdVirement,
                                CodeBanqueSource + CodeGuichetSource + RacineCompteSource
                                + TypeCompteSource as CompteSource,
                                CodeBanqueCible + CodeGuichetCible + RacineCompteCible
                                + TypeCompteCible as CompteCible,
                                Montant, JourDuMois, ISNULL(DateDebut, ' ') as DateDebut,
                                ISNULL(DateFin, ' ') as DateFin, ISNULL(Statut, ' ') as Statut,
                                ISNULL(Statut, '') + '|' + convert(varchar(20), Montant) + '|'
                                + convert(varchar(4), JourDuMois) + '|' + ISNULL(DateDebut, '')
                                + '|' + ISNULL(DateFin, '') + '|' + CodeBanqueCible
                                + CodeGuichetCible + RacineCompteCible + TypeCompteCible
                                as Empreinte
                         from VirementPermanent) V
                   where :TypeExtractionPortail = 'C'
                      or not exists (select 1 from PortailEnvoi P
                                     where P.TypeEnreg = 'VIR' and P.Cle = V.IdVirement
                                       and P.Empreinte = V.Empreinte
                                       and P.NumeroSequence = (select max(P2.NumeroSequence)
                                                               from PortailEnvoi P2
                                                               where P2.TypeEnreg = 'VIR'
                                                                 and P2.Cle = V.IdVirement))
                   order by CompteSource, IdVirement
           end-exec.
           exec sql
               open C-PortailVirements
           end-exec.
           perform LectureVirementPortail until ExtractionPortail-iterator = 1.
           exec sql
               close C-PortailVirements
           end-exec.

       LectureVirementPortail.
           exec sql
               fetch C-PortailVirements into :LigneVirementPortail.IdVirementPt,
                   :LigneVirementPortail.CompteSourcePt, :LigneVirementPortail.CompteCiblePt,
                   :LigneVirementPortail.MontantVirPt, :LigneVirementPortail.JourDuMoisPt,
                   :LigneVirementPortail.DateDebutVirPt, :LigneVirementPortail.DateFinVirPt,
                   :LigneVirementPortail.StatutVirPt, :EmpreintePortail
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to ExtractionPortail-iterator
               exit paragraph
           end-if.

           move IdVirementPt to IdVirementPtEd.
           move CompteSourcePt to CompteSourcePtEd.
           move CompteCiblePt to CompteCiblePtEd.
           move MontantVirPt to MontantVirPtEd.
           move JourDuMoisPt to JourDuMoisPtEd.
           move DateDebutVirPt to DateDebutVirPtEd.
           move DateFinVirPt to DateFinVirPtEd.
           move StatutVirPt to StatutVirPtEd.
           write E-ExtractionPortail from LignePtVirement.
           add 1 to NbVirementsPortail.

           move "VIR" to TypeEnregPortail.
           move IdVirementPt to ClePortail.
           perform EnregistrementEnvoiPortail.

      ***** Mandats de prelevement crees ou dont le statut a change *****
       ExtractionMandatsPortail.
           move 0 to ExtractionPortail-iterator.
           exec sql
               declare C-PortailMandats cursor for
                   select IdMandat, CompteMandat, IdCreancier, ReferenceMandat, DateSignature,
                          Statut, Empreinte
                   from (select convert(varchar(36), IdMandat) as IdMandat,
                                CodeBanque + CodeGuichet + RacineCompte + TypeCompte as CompteMandat,
                                ISNULL(IdCreancier, ' ') as IdCreancier,
                                ISNULL(ReferenceMandat, ' ') as ReferenceMandat,
                                ISNULL(DateSignature, ' ') as DateSignature,
                                ISNULL(Statut, ' ') as Statut,
                                ISNULL(Statut, '') + '|' + ISNULL(IdCreancier, '') + '|'
                                + ISNULL(ReferenceMandat, '') + '|' + ISNULL(DateSignature, '')
                                as Empreinte
                         from MandatPrelevement) M
                   where :TypeExtractionPortail = 'C'
                      or not exists (select 1 from PortailEnvoi P
                                     where P.TypeEnreg = 'MAN' and P.Cle = M.IdMandat
                                       and P.Empreinte = M.Empreinte
                                       and P.NumeroSequence = (select max(P2.NumeroSequence)
                                                               from PortailEnvoi P2
                                                               where P2.TypeEnreg = 'MAN'
                                                                 and P2.Cle = M.IdMandat))
                   order by CompteMandat, IdMandat
           end-exec.
           exec sql
               open C-PortailMandats
           end-exec.
           perform LectureMandatPortail until ExtractionPortail-iterator = 1.
           exec sql
               close C-PortailMandats
           end-exec.

       LectureMandatPortail.
           exec sql
               fetch C-PortailMandats into :LigneMandatPortail.IdMandatPt,
                   :LigneMandatPortail.CompteMandatPt, :LigneMandatPortail.IdCreancierPt,
                   :LigneMandatPortail.ReferenceMandatPt, :LigneMandatPortail.DateSignaturePt,
                   :LigneMandatPortail.StatutMandatPt, :EmpreintePortail
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to ExtractionPortail-iterator
               exit paragraph
           end-if.

           move IdMandatPt to IdMandatPtEd.
           move CompteMandatPt to CompteMandatPtEd.
           move IdCreancierPt to IdCreancierPtEd.
           move ReferenceMandatPt to ReferenceMandatPtEd.
           move DateSignaturePt to DateSignaturePtEd.
           move StatutMandatPt to StatutMandatPtEd.
           write E-ExtractionPortail from LignePtMandat.
           add 1 to NbMandatsPortail.

           move "MAN" to TypeEnregPortail.
           move IdMandatPt to ClePortail.
           perform EnregistrementEnvoiPortail.

      **********************************************************************************************
      ***** Retour du prestataire du portail (mode "PORTAILACQ" + sequence sur 6 + A ou R) : *****
      ***** l'acquittement vaut pour la sequence et toutes les precedentes encore en attente, *****
      ***** les empreintes anterieures a la derniere envoyee de chaque enregistrement sont *****
      ***** alors purgees ; un rejet fait reprendre l'extraction suivante depuis la derniere *****
      ***** sequence acquittee *****
      **********************************************************************************************
       AcquittementPortail.
           move 0 to NbAcqPortail.
           if SequenceAcqSaisie is not numeric
              or (CodeAcqPortail <> "A" and CodeAcqPortail <> "R") then
               move "ERREUR" to ResultatJournal
               exit paragraph
           end-if.
           move SequenceAcqSaisie to SequenceAcqPortail.

           move 0 to NbPortailTrouve.
           exec sql
               select count(*) into :NbPortailTrouve from ExtractionPortail
               where NumeroSequence = :SequenceAcqPortail and Statut = 'E'
           end-exec.
           if NbPortailTrouve = 0 then
               move "REFUSE" to ResultatJournal
               exit paragraph
           end-if.

           if CodeAcqPortail = "R" then
               exec sql
                   UPDATE ExtractionPortail
                   SET Statut = 'R', DateAcquittement = getdate()
                   WHERE NumeroSequence = :SequenceAcqPortail and Statut = 'E'
               end-exec
               move 1 to NbAcqPortail
               exit paragraph
           end-if.

           exec sql
               select count(*) into :NbAcqPortail from ExtractionPortail
               where NumeroSequence <= :SequenceAcqPortail and Statut = 'E'
           end-exec.
           exec sql
               UPDATE ExtractionPortail
               SET Statut = 'A', DateAcquittement = getdate()
               WHERE NumeroSequence <= :SequenceAcqPortail and Statut = 'E'
           end-exec.
           exec sql
               DELETE FROM PortailEnvoi
               WHERE NumeroSequence < (select max(P2.NumeroSequence) from PortailEnvoi P2
                                       where P2.TypeEnreg = PortailEnvoi.TypeEnreg
                                         and P2.Cle = PortailEnvoi.Cle
                                         and P2.NumeroSequence <= :SequenceAcqPortail)
           end-exec.

      **********************************************************************************************
      ***** Production des releves electroniques du jour (mode batch "RELEVESELEC") : releve *****
      ***** quotidien de chaque abonnement J, et releve du mois pour les abonnements M quand *****
      ***** le jour releve est le dernier du mois ; un releve deja produit n'est pas refait *****
      **********************************************************************************************
       RelevesElectroniques.
           perform RelevesElectroniques-Init.
           perform RelevesElectroniques-Trt until RelevesElec-iterator = 1.
           perform RelevesElectroniques-Fin.

       RelevesElectroniques-Init.
           move 0 to RelevesElec-iterator.
           move 0 to NbRelevesElecProduits.
           if DateJourElec = spaces or DateJourElec is not numeric then
               accept DateJourElec from date yyyymmdd
           end-if.

      ***** Dernier jour du mois : le lendemain est un 1er *****
           move DateJourElec to DateCalendaire.
           perform AjouterUnJourCalendaire.
           move NbJoursMoisCal to NbJoursMoisElec.
           move "N" to FinDeMoisElec.
           if JourCal = 1 then
               move "O" to FinDeMoisElec
           end-if.

           exec sql
               declare C-AbonnementsElec cursor for
                   select AbonnementReleveElec.IdAbonnement, AbonnementReleveElec.CodeBanque,
                          AbonnementReleveElec.CodeGuichet, AbonnementReleveElec.RacineCompte,
                          AbonnementReleveElec.TypeCompte, AbonnementReleveElec.Format,
                          AbonnementReleveElec.Frequence,
                          ISNULL(AbonnementReleveElec.DernierNumeroSequence, 0),
                          ISNULL(Compte.Iban, ' '), ISNULL(Compte.Bic, ' '),
                          ISNULL(Compte.Devise, 'EUR')
                   from AbonnementReleveElec
                   join Compte on Compte.CodeBanque = AbonnementReleveElec.CodeBanque
                              and Compte.CodeGuichet = AbonnementReleveElec.CodeGuichet
                              and Compte.RacineCompte = AbonnementReleveElec.RacineCompte
                              and Compte.TypeCompte = AbonnementReleveElec.TypeCompte
                   where AbonnementReleveElec.Statut = 'A'
                     and (AbonnementReleveElec.Frequence = 'J'
                          or (AbonnementReleveElec.Frequence = 'M' and :FinDeMoisElec = 'O'))
                   order by AbonnementReleveElec.CodeBanque, AbonnementReleveElec.CodeGuichet,
                       AbonnementReleveElec.RacineCompte, AbonnementReleveElec.TypeCompte
           end-exec.
           exec sql
               open C-AbonnementsElec
           end-exec.

       RelevesElectroniques-Trt.
           exec sql
               fetch C-AbonnementsElec into :LigneAbonnementElec.IdAbonnementElec,
                   :LigneAbonnementElec.CodeBanqueElec, :LigneAbonnementElec.CodeGuichetElec,
                   :LigneAbonnementElec.RacineCompteElec, :LigneAbonnementElec.TypeCompteElec,
                   :LigneAbonnementElec.FormatElec, :LigneAbonnementElec.FrequenceElec,
                   :LigneAbonnementElec.NumeroSequenceElec, :LigneAbonnementElec.IbanElec,
                   :LigneAbonnementElec.BicElec, :LigneAbonnementElec.DeviseElec
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ProductionReleveElec
           else
               move 1 to RelevesElec-iterator
           end-if.

       RelevesElectroniques-Fin.
           exec sql
               close C-AbonnementsElec
           end-exec.

           if ModeBatch(1:11) <> "RELEVESELEC" then
               display "Releves electroniques produits : " line 1 col 1 with no advancing
               display NbRelevesElecProduits line 1 col 34 with no advancing
               display " - Tapez Entree " line 1 col 41 with no advancing
               accept reponse
           end-if.

      ***** Periode du releve, numero de sequence suivant, production puis historique *****
       ProductionReleveElec.
           if FrequenceElec = "J" then
               move DateJourElec to DateDebutElec
               move DateJourElec to DateFinElec
           else
               move spaces to DateDebutElec
               move spaces to DateFinElec
               string DateJourElec(1:6) "01" delimited by size into DateDebutElec
               string DateJourElec(1:6) NbJoursMoisElec delimited by size into DateFinElec
           end-if.

           move 0 to NbMouvementsElec.
           exec sql
               select count(*) into :NbMouvementsElec from ReleveElectronique
               where IdAbonnement = :LigneAbonnementElec.IdAbonnementElec
                 and DateFin = :DateFinElec
           end-exec.
           if NbMouvementsElec > 0 then
               exit paragraph
           end-if.

           add 1 to NumeroSequenceElec.
           perform GenerationReleveElec.

           exec sql
               INSERT INTO ReleveElectronique
                   (IdAbonnement, NumeroSequence, CodeBanque, CodeGuichet, RacineCompte,
                    TypeCompte, Format, Frequence, DateDebut, DateFin, SoldeOuverture,
                    SoldeCloture, NbMouvements, NomFichier, DateEnvoi, NbRejeux)
               VALUES
                   (:LigneAbonnementElec.IdAbonnementElec, :LigneAbonnementElec.NumeroSequenceElec,
                    :LigneAbonnementElec.CodeBanqueElec, :LigneAbonnementElec.CodeGuichetElec,
                    :LigneAbonnementElec.RacineCompteElec, :LigneAbonnementElec.TypeCompteElec,
                    :LigneAbonnementElec.FormatElec, :LigneAbonnementElec.FrequenceElec,
                    :DateDebutElec, :DateFinElec, :SoldeOuvertureElec, :SoldeClotureElec,
                    :NbMouvementsElec, :NomFichierReleveElec, getdate(), 0)
           end-exec.
           exec sql
               UPDATE AbonnementReleveElec
               SET DernierNumeroSequence = :LigneAbonnementElec.NumeroSequenceElec
               WHERE IdAbonnement = :LigneAbonnementElec.IdAbonnementElec
           end-exec.
           add 1 to NbRelevesElecProduits.

      ***** Generation du fichier d'un releve (production ou rejeu) : soldes d'ouverture et *****
      ***** de cloture calcules d'abord, les deux formats les donnant avant les mouvements *****
       GenerationReleveElec.
           perform CalculSoldesReleveElec.

           if FormatElec = "C" then
               move "RELEVE CAMT053" to TypeEditionCourant
               move "Camt053" to NomCourtEdition
           else
               move "RELEVE MT940" to TypeEditionCourant
               move "Mt940" to NomCourtEdition
           end-if.
           perform ConstructionNomEdition.
           if FormatElec = "C" then
               inspect NomFichierEditionCourant replacing first ".txt" by ".xml"
           else
               inspect NomFichierEditionCourant replacing first ".txt" by ".sta"
           end-if.
           move NomFichierEditionCourant to NomFichierReleveElec.
           open output F-ReleveElec.
           move 0 to NbLignesReleveElec.
           move spaces to ReferenceElec.
           string RacineCompteElec NumeroSequenceElec delimited by size into ReferenceElec.

           if FormatElec = "C" then
               perform EnteteReleveCamt
           else
               perform EnteteReleveMt940
           end-if.

           move 0 to MvtElec-iterator.
           exec sql
               declare C-MvtElec cursor for
                   select DateMouvement, ISNULL(DateValeur, left(DateMouvement, 8)), Sens,
                          Montant, ISNULL(Libelle, ' '), len(ISNULL(Libelle, ' ')),
                          ISNULL(CodeOperation, ' ')
                   from MouvementCompte
                   where CodeBanque = :LigneAbonnementElec.CodeBanqueElec
                     and CodeGuichet = :LigneAbonnementElec.CodeGuichetElec
                     and RacineCompte = :LigneAbonnementElec.RacineCompteElec
                     and TypeCompte = :LigneAbonnementElec.TypeCompteElec
                     and left(DateMouvement, 8) between :DateDebutElec and :DateFinElec
                   order by DateMouvement
           end-exec.
           exec sql
               open C-MvtElec
           end-exec.
           perform LectureMouvementElec until MvtElec-iterator = 1.
           exec sql
               close C-MvtElec
           end-exec.

           if FormatElec = "C" then
               perform PiedReleveCamt
           else
               perform PiedReleveMt940
           end-if.
           close F-ReleveElec.

           move NomFichierReleveElec to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesReleveElec to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      ***** Solde d'ouverture : derniere photo mensuelle verifiee anterieure a la periode puis *****
      ***** rejeu des mouvements jusqu'a la veille ; cloture = ouverture + mouvements *****
       CalculSoldesReleveElec.
           move "00000000" to DateBasePhotoElec.
           exec sql
               select ISNULL(max(DateArrete), '00000000') into :DateBasePhotoElec
               from SoldeMensuel
               where Verifie = 'O' and DateArrete < :DateDebutElec
                 and CodeBanque = :LigneAbonnementElec.CodeBanqueElec
                 and CodeGuichet = :LigneAbonnementElec.CodeGuichetElec
                 and RacineCompte = :LigneAbonnementElec.RacineCompteElec
                 and TypeCompte = :LigneAbonnementElec.TypeCompteElec
           end-exec.

           move 0 to SoldeBasePhotoElec.
           exec sql
               select ISNULL(sum(TotalCredit - TotalDebit), 0) into :SoldeBasePhotoElec
               from SoldeMensuel
               where CodeBanque = :LigneAbonnementElec.CodeBanqueElec
                 and CodeGuichet = :LigneAbonnementElec.CodeGuichetElec
                 and RacineCompte = :LigneAbonnementElec.RacineCompteElec
                 and TypeCompte = :LigneAbonnementElec.TypeCompteElec
                 and DateArrete = :DateBasePhotoElec
                 and Verifie = 'O'
           end-exec.

           move 0 to SoldeOuvertureElec.
           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0)
               into :SoldeOuvertureElec
               from MouvementCompte
               where CodeBanque = :LigneAbonnementElec.CodeBanqueElec
                 and CodeGuichet = :LigneAbonnementElec.CodeGuichetElec
                 and RacineCompte = :LigneAbonnementElec.RacineCompteElec
                 and TypeCompte = :LigneAbonnementElec.TypeCompteElec
                 and left(DateMouvement, 8) > :DateBasePhotoElec
                 and left(DateMouvement, 8) < :DateDebutElec
           end-exec.
           add SoldeBasePhotoElec to SoldeOuvertureElec.

           move 0 to SoldeClotureElec.
           move 0 to NbMouvementsElec.
           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0),
                      count(*)
               into :SoldeClotureElec, :NbMouvementsElec
               from MouvementCompte
               where CodeBanque = :LigneAbonnementElec.CodeBanqueElec
                 and CodeGuichet = :LigneAbonnementElec.CodeGuichetElec
                 and RacineCompte = :LigneAbonnementElec.RacineCompteElec
                 and TypeCompte = :LigneAbonnementElec.TypeCompteElec
                 and left(DateMouvement, 8) between :DateDebutElec and :DateFinElec
           end-exec.
           add SoldeOuvertureElec to SoldeClotureElec.

       LectureMouvementElec.
           exec sql
               fetch C-MvtElec into :LigneMouvementElec.DateMouvementElec,
                   :LigneMouvementElec.DateValeurElec, :LigneMouvementElec.SensElec,
                   :LigneMouvementElec.MontantMvtElec, :LigneMouvementElec.LibelleElec,
                   :LigneMouvementElec.LgLibelleMvtElec, :LigneMouvementElec.CodeOperationElec
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to MvtElec-iterator
               exit paragraph
           end-if.

           if LgLibelleMvtElec = 0 then
               move 1 to LgLibelleMvtElec
           end-if.
           perform CorrespondanceCodeOpElec.
           move MontantMvtElec to MontantElec.
           if FormatElec = "C" then
               perform MouvementReleveCamt
           else
               perform MouvementReleveMt940
           end-if.

      ***** Transposition du code operation interne en code SWIFT (MT940, champ 61) et en *****
      ***** code famille ISO 20022 (camt.053, BkTxCd) ; le code interne suit en proprietaire *****
       CorrespondanceCodeOpElec.
           move "PMNT" to DomaineElec.
           evaluate CodeOperationElec
               when "VIR"
               when "VIE"
               when "VGR"
               when "EXT"
               when "VRE"
                   move "NTRF" to CodeSwiftElec
                   if SensElec = "C" then
                       move "RCDT" to FamilleElec
                   else
                       move "ICDT" to FamilleElec
                   end-if
                   move "ESCT" to SousFamilleElec
               when "PRL"
                   move "NDDT" to CodeSwiftElec
                   move "IDDT" to FamilleElec
                   move "ESDD" to SousFamilleElec
               when "CHQ"
               when "CDC"
                   move "NCHK" to CodeSwiftElec
                   if SensElec = "C" then
                       move "RCHQ" to FamilleElec
                   else
                       move "ICHQ" to FamilleElec
                   end-if
                   move "CCHQ" to SousFamilleElec
               when "IMP"
                   move "NRTI" to CodeSwiftElec
                   move "RCHQ" to FamilleElec
                   move "URCQ" to SousFamilleElec
               when "RVI"
                   move "NRTI" to CodeSwiftElec
                   move "ICDT" to FamilleElec
                   move "RRTN" to SousFamilleElec
               when "CBI"
               when "CBD"
                   move "NMSC" to CodeSwiftElec
                   move "CCRD" to FamilleElec
                   move "POSD" to SousFamilleElec
               when "DEP"
                   move "NMSC" to CodeSwiftElec
                   move "CNTR" to FamilleElec
                   move "CDPT" to SousFamilleElec
               when "RET"
                   move "NMSC" to CodeSwiftElec
                   move "CNTR" to FamilleElec
                   move "CWDL" to SousFamilleElec
               when "FRS"
               when "FRI"
                   move "NCHG" to CodeSwiftElec
                   move "ACMT" to DomaineElec
                   move "MDOP" to FamilleElec
                   move "CHRG" to SousFamilleElec
               when "AGI"
               when "INT"
               when "PRI"
                   move "NINT" to CodeSwiftElec
                   move "ACMT" to DomaineElec
                   move "MDOP" to FamilleElec
                   move "INTR" to SousFamilleElec
               when other
                   move "NMSC" to CodeSwiftElec
                   move "MCOP" to FamilleElec
                   move "OTHR" to SousFamilleElec
           end-evaluate.

      ***** Montant sans zeros de tete, separateur decimal SeparateurElec, valeur absolue *****
       FormatageMontantElec.
           if MontantElec < 0 then
               compute MontantElecAbs = 0 - MontantElec
           else
               move MontantElec to MontantElecAbs
           end-if.
           move MontantElecAbs to MontantElecEntier.
           compute MontantElecCentimes = (MontantElecAbs - MontantElecEntier) * 100.
           move MontantElecEntier to MontantElecEntierEd.
           move 0 to NbEspacesElec.
           inspect MontantElecEntierEd tallying NbEspacesElec for leading spaces.
           move spaces to MontantElecTexte.
           string MontantElecEntierEd(NbEspacesElec + 1:) SeparateurElec MontantElecCentimes
               delimited by size into MontantElecTexte.

      ***** Date AAAAMMJJ de DateIsoElec(1:8) en AAAA-MM-JJ *****
       FormatageDateIsoElec.
           move DateIsoElec(1:8) to DateCalendaire.
           move spaces to DateIsoElec.
           string AnneeCal "-" MoisCal "-" JourCal delimited by size into DateIsoElec.

       EcritureLigneElec.
           write E-ReleveElec from LigneElec.
           add 1 to NbLignesReleveElec.

      ***** camt.053 : message, releve, compte (IBAN, devise, BIC), soldes OPBD et CLBD *****
       EnteteReleveCamt.
           move "." to SeparateurElec.
           move "<?xml version=""1.0"" encoding=""UTF-8""?>" to LigneElec.
           perform EcritureLigneElec.
           move "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:camt.053.001.02"">" to LigneElec.
           perform EcritureLigneElec.
           move " <BkToCstmrStmt>" to LigneElec.
           perform EcritureLigneElec.
           accept DateIsoElec from date yyyymmdd.
           perform FormatageDateIsoElec.
           move spaces to LigneElec.
           string "  <GrpHdr><MsgId>" ReferenceElec delimited by space
                  "</MsgId><CreDtTm>" DateIsoElec "T00:00:00</CreDtTm></GrpHdr>"
                  delimited by size into LigneElec.
           perform EcritureLigneElec.
           move "  <Stmt>" to LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string "   <Id>" ReferenceElec delimited by space
                  "</Id><ElctrncSeqNb>" NumeroSequenceElec "</ElctrncSeqNb>"
                  delimited by size into LigneElec.
           perform EcritureLigneElec.
           move DateFinElec to DateIsoElec.
           perform FormatageDateIsoElec.
           move spaces to LigneElec.
           string "   <FrToDt><FrDtTm>" DateDebutElec(1:4) "-" DateDebutElec(5:2) "-"
                  DateDebutElec(7:2) "T00:00:00</FrDtTm><ToDtTm>" DateIsoElec
                  "T23:59:59</ToDtTm></FrToDt>"
                  delimited by size into LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string "   <Acct><Id><IBAN>" IbanElec delimited by space
                  "</IBAN></Id><Ccy>" DeviseElec "</Ccy><Svcr><FinInstnId><BIC>"
                  delimited by size
                  BicElec delimited by space
                  "</BIC></FinInstnId></Svcr></Acct>" delimited by size into LigneElec.
           perform EcritureLigneElec.

           move "OPBD" to IndicateurSoldeElec.
           move SoldeOuvertureElec to MontantElec.
           move DateDebutElec to DateIsoElec.
           perform SoldeReleveCamt.
           move "CLBD" to IndicateurSoldeElec.
           move SoldeClotureElec to MontantElec.
           move DateFinElec to DateIsoElec.
           perform SoldeReleveCamt.

       SoldeReleveCamt.
           perform FormatageDateIsoElec.
           perform FormatageMontantElec.
           move spaces to LigneElec.
           if MontantElec < 0 then
               string "   <Bal><Tp><CdOrPrtry><Cd>" IndicateurSoldeElec
                      "</Cd></CdOrPrtry></Tp><Amt Ccy=""" DeviseElec """>" delimited by size
                      MontantElecTexte delimited by space
                      "</Amt><CdtDbtInd>DBIT</CdtDbtInd><Dt><Dt>" DateIsoElec
                      "</Dt></Dt></Bal>" delimited by size into LigneElec
           else
               string "   <Bal><Tp><CdOrPrtry><Cd>" IndicateurSoldeElec
                      "</Cd></CdOrPrtry></Tp><Amt Ccy=""" DeviseElec """>" delimited by size
                      MontantElecTexte delimited by space
                      "</Amt><CdtDbtInd>CRDT</CdtDbtInd><Dt><Dt>" DateIsoElec
                      "</Dt></Dt></Bal>" delimited by size into LigneElec
           end-if.
           perform EcritureLigneElec.

      ***** camt.053 : une entree Ntry par mouvement ; les caracteres reserves XML du *****
      ***** libelle sont neutralises *****
       MouvementReleveCamt.
           perform FormatageMontantElec.
           inspect LibelleElec converting "&<>" to "+()".
           move spaces to LigneElec.
           if SensElec = "C" then
               string "   <Ntry><Amt Ccy=""" DeviseElec """>" delimited by size
                      MontantElecTexte delimited by space
                      "</Amt><CdtDbtInd>CRDT</CdtDbtInd><Sts>BOOK</Sts>" delimited by size
                      into LigneElec
           else
               string "   <Ntry><Amt Ccy=""" DeviseElec """>" delimited by size
                      MontantElecTexte delimited by space
                      "</Amt><CdtDbtInd>DBIT</CdtDbtInd><Sts>BOOK</Sts>" delimited by size
                      into LigneElec
           end-if.
           perform EcritureLigneElec.
           move DateMouvementElec to DateIsoElec.
           perform FormatageDateIsoElec.
           move DateIsoElec to DateIsoComptaElec.
           move DateValeurElec to DateIsoElec.
           perform FormatageDateIsoElec.
           move spaces to LigneElec.
           string "    <BookgDt><Dt>" DateIsoComptaElec "</Dt></BookgDt><ValDt><Dt>"
                  DateIsoElec "</Dt></ValDt>" delimited by size into LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string "    <BkTxCd><Domn><Cd>" DomaineElec "</Cd><Fmly><Cd>" FamilleElec
                  "</Cd><SubFmlyCd>" SousFamilleElec "</SubFmlyCd></Fmly></Domn><Prtry><Cd>"
                  CodeOperationElec "</Cd></Prtry></BkTxCd>" delimited by size into LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string "    <NtryDtls><TxDtls><RmtInf><Ustrd>" delimited by size
                  LibelleElec(1:LgLibelleMvtElec) delimited by size
                  "</Ustrd></RmtInf></TxDtls></NtryDtls></Ntry>" delimited by size
                  into LigneElec.
           perform EcritureLigneElec.

       PiedReleveCamt.
           move "  </Stmt>" to LigneElec.
           perform EcritureLigneElec.
           move " </BkToCstmrStmt>" to LigneElec.
           perform EcritureLigneElec.
           move "</Document>" to LigneElec.
           perform EcritureLigneElec.

      ***** MT940 : reference (20), compte (25), numero de releve (28C), solde d'ouverture *****
      ***** (60F) ; dates AAMMJJ, montants a virgule decimale *****
       EnteteReleveMt940.
           move "," to SeparateurElec.
           move spaces to LigneElec.
           string ":20:" ReferenceElec delimited by size into LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string ":25:" IbanElec delimited by size into LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string ":28C:" NumeroSequenceElec(2:5) "/1" delimited by size into LigneElec.
           perform EcritureLigneElec.
           move SoldeOuvertureElec to MontantElec.
           perform FormatageMontantElec.
           move "C" to SensSoldeElec.
           if SoldeOuvertureElec < 0 then
               move "D" to SensSoldeElec
           end-if.
           move spaces to LigneElec.
           string ":60F:" SensSoldeElec DateDebutElec(3:6) DeviseElec delimited by size
                  MontantElecTexte delimited by space into LigneElec.
           perform EcritureLigneElec.

      ***** Ligne 61 : date de valeur AAMMJJ, date de comptabilisation MMJJ, sens, montant, *****
      ***** code SWIFT, reference ; ligne 86 : libelle et code operation interne *****
       MouvementReleveMt940.
           perform FormatageMontantElec.
           move spaces to LigneElec.
           string ":61:" DateValeurElec(3:6) DateMouvementElec(5:4) SensElec delimited by size
                  MontantElecTexte delimited by space
                  CodeSwiftElec "NONREF" delimited by size into LigneElec.
           perform EcritureLigneElec.
           move spaces to LigneElec.
           string ":86:" CodeOperationElec " " delimited by size
                  LibelleElec(1:LgLibelleMvtElec) delimited by size into LigneElec.
           perform EcritureLigneElec.

       PiedReleveMt940.
           move SoldeClotureElec to MontantElec.
           perform FormatageMontantElec.
           move "C" to SensSoldeElec.
           if SoldeClotureElec < 0 then
               move "D" to SensSoldeElec
           end-if.
           move spaces to LigneElec.
           string ":62F:" SensSoldeElec DateFinElec(3:6) DeviseElec delimited by size
                  MontantElecTexte delimited by space into LigneElec.
           perform EcritureLigneElec.
           move "-" to LigneElec.
           perform EcritureLigneElec.

      **********************************************************************************************
      ***** Recapitulatif mensuel des mouvements par famille d'operation et par banque *****
      ***** (sous-menu Editions, option 7) : totaux debit/credit du mois par famille du *****
      ***** referentiel CodeOperation, les mouvements sans code regroupes sous "(sans code)" *****
      **********************************************************************************************
       SaisieMoisRecapFamilles.
           move spaces to MoisRecapSaisie.
           display "Mois a recapituler (AAAAMM) : " line 1 col 2 with no advancing.
           accept MoisRecapSaisie line 1 col 33.
           if MoisRecapSaisie is not numeric then
               display " ** Mois invalide (attendu AAAAMM) ** " line 25 col 1 bell blink
           end-if.

       RecapFamillesOperations.
           perform RecapFamillesOperations-Init.
           perform RecapFamillesOperations-Trt until RecapFamilles-iterator = 1.
           perform RecapFamillesOperations-Fin.

       RecapFamillesOperations-Init.
           move 0 to RecapFamilles-iterator.
           move 0 to NbLignesRecap.

           move spaces to DateDebutRecap.
           string MoisRecapSaisie "01" delimited by size into DateDebutRecap.
           move spaces to DateFinRecap.
           string MoisRecapSaisie "31" delimited by size into DateFinRecap.

           exec sql
               declare C-RecapFamilles cursor for
                   select MouvementCompte.CodeBanque,
                          ISNULL(CodeOperation.Famille, '(sans code)'),
                          ISNULL(sum(case when MouvementCompte.Sens = 'D' then MouvementCompte.Montant else 0 end), 0),
                          ISNULL(sum(case when MouvementCompte.Sens = 'C' then MouvementCompte.Montant else 0 end), 0)
                   from MouvementCompte
                   left join CodeOperation
                     on CodeOperation.CodeOperation = MouvementCompte.CodeOperation
                   where MouvementCompte.DateMouvement >= :DateDebutRecap
                     and MouvementCompte.DateMouvement <= :DateFinRecap
                   group by MouvementCompte.CodeBanque, CodeOperation.Famille
                   order by MouvementCompte.CodeBanque, ISNULL(CodeOperation.Famille, '(sans code)')
           end-exec.

           exec sql
               open C-RecapFamilles
           end-exec.

           open output F-RecapFamilles.
           move spaces to E-RecapFamilles.
           string " Recapitulatif des mouvements par famille d'operation - mois " MoisRecapSaisie
               delimited by size into E-RecapFamilles.
           write E-RecapFamilles.
           write E-RecapFamilles from " -------------------------------------------------------------------".
           write E-RecapFamilles from LigneRecapFamEntete.

       RecapFamillesOperations-Trt.
           exec sql
               fetch C-RecapFamilles into :LigneBilanBanque.CodeBanque, :FamilleRecap,
                   :TotalDebitFam, :TotalCreditFam
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbLignesRecap
               move CodeBanque of LigneBilanBanque to CodeBanqueFam of LigneRecapFamille
               move FamilleRecap to FamilleFam of LigneRecapFamille
               move TotalDebitFam to TotalDebitFamEd of LigneRecapFamille
               move TotalCreditFam to TotalCreditFamEd of LigneRecapFamille
               write E-RecapFamilles from LigneRecapFamille
           else
               move 1 to RecapFamilles-iterator
           end-if.

       RecapFamillesOperations-Fin.
           exec sql
               close C-RecapFamilles
           end-exec.
           close F-RecapFamilles.

           display "Recapitulatif edite : " line 1 col 1 with no advancing.
           display NbLignesRecap line 1 col 23 with no advancing.
           display " ligne(s) - Tapez Entree " line 1 col 30 with no advancing.
           accept reponse.

      **********************************************************************************************
      ***** Repertoire imprimable des clients (sous-menu Editions, option 8) *****
      ***** Une ligne par client : nom, prenom, CP, ville, telephone, nombre de comptes et *****
      ***** totaux debit/credit de ses comptes ; tri au choix par ville/code postal ou par *****
      ***** nom ; recapitulatif des comptages en fin d'etat *****
      **********************************************************************************************
       RepertoireClients.
           perform SaisieTriRepertoire.
           perform RepertoireClients-Init.
           evaluate TriRepertoire
               when "V"
                   perform RepertoireVille-Trt until RepertoireClients-iterator = 1
               when "G"
                   perform RepertoireGroupe-Trt until RepertoireClients-iterator = 1
               when other
                   perform RepertoireNom-Trt until RepertoireClients-iterator = 1
           end-evaluate.
           perform RepertoireClients-Fin.

       SaisieTriRepertoire.
           move "N" to TriRepertoire.
           display "Tri par [N]om, [V]ille/code postal ou [G]roupe (vide = nom) : " line 1 col 2 with no advancing.
           accept TriRepertoire line 1 col 65.
           inspect TriRepertoire converting "vg" to "VG".
           if TriRepertoire <> "V" and TriRepertoire <> "G" then
               move "N" to TriRepertoire
           end-if.

       RepertoireClients-Init.
           move 0 to RepertoireClients-iterator.
           move 0 to NbClientsRep.
           move 0 to NbComptesRep.
           move 0 to NoPageRep.
           move 66 to NbLigneRep.
           move corresponding DateSysteme to LigneRepEntete1.
           move space to TeteGroupeRep.
           move high-values to IdGroupeRepPrecedent.

      ***** Nom date du fichier d'edition de ce run *****
           move "REPERTOIRE CLIENT" to TypeEditionCourant.
           move "RepertoireClients" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRepertoire.

      ***** Un curseur par ordre de tri demande, meme agregat par client *****
           exec sql
               declare C-RepertoireNom cursor for
                   select Client.Nom, Client.Prenom, Client.CodePostal, Client.Ville,
                          ISNULL(Client.Telephone, ' '),
                          count(Compte.RacineCompte),
                          ISNULL(sum(Compte.Debit), 0), ISNULL(sum(Compte.Credit), 0)
                   from Client
                   left join Compte on Compte.CodeClient = Client.CodeClient
                   group by Client.CodeClient, Client.Nom, Client.Prenom, Client.CodePostal,
                       Client.Ville, Client.Telephone
                   order by Client.Nom, Client.Prenom
           end-exec.

           exec sql
               declare C-RepertoireVille cursor for
                   select Client.Nom, Client.Prenom, Client.CodePostal, Client.Ville,
                          ISNULL(Client.Telephone, ' '),
                          count(Compte.RacineCompte),
                          ISNULL(sum(Compte.Debit), 0), ISNULL(sum(Compte.Credit), 0)
                   from Client
                   left join Compte on Compte.CodeClient = Client.CodeClient
                   group by Client.CodeClient, Client.Nom, Client.Prenom, Client.CodePostal,
                       Client.Ville, Client.Telephone
                   order by Client.Ville, Client.CodePostal, Client.Nom
           end-exec.

      ***** Par groupe : groupes par libelle, tete en premier, clients sans groupe a la fin *****
           exec sql
               declare C-RepertoireGroupe cursor for
                   select ISNULL(GroupeClient.IdGroupe, ' '), ISNULL(GroupeClient.TypeGroupe, ' '),
                          ISNULL(GroupeClient.Libelle, ' '),
                          case when GroupeClient.CodeClientTete = Client.CodeClient
                               then '*' else ' ' end,
                          Client.Nom, Client.Prenom, Client.CodePostal, Client.Ville,
                          ISNULL(Client.Telephone, ' '),
                          count(Compte.RacineCompte),
                          ISNULL(sum(Compte.Debit), 0), ISNULL(sum(Compte.Credit), 0)
                   from Client
                   left join MembreGroupe on MembreGroupe.CodeClient = Client.CodeClient
                   left join GroupeClient on GroupeClient.IdGroupe = MembreGroupe.IdGroupe
                   left join Compte on Compte.CodeClient = Client.CodeClient
                   group by GroupeClient.IdGroupe, GroupeClient.TypeGroupe, GroupeClient.Libelle,
                       GroupeClient.CodeClientTete, Client.CodeClient, Client.Nom, Client.Prenom,
                       Client.CodePostal, Client.Ville, Client.Telephone
                   order by case when GroupeClient.IdGroupe is null then 1 else 0 end,
                       GroupeClient.Libelle, GroupeClient.IdGroupe,
                       case when GroupeClient.CodeClientTete = Client.CodeClient then 0 else 1 end,
                       Client.Nom, Client.Prenom
           end-exec.

           if TriRepertoire = "V" then
               exec sql
                   open C-RepertoireVille
               end-exec
           end-if.
           if TriRepertoire = "G" then
               exec sql
                   open C-RepertoireGroupe
               end-exec
           end-if.
           if TriRepertoire = "N" then
               exec sql
                   open C-RepertoireNom
               end-exec
           end-if.

       RepertoireNom-Trt.
           exec sql
               fetch C-RepertoireNom into :Client.Nom, :Client.Prenom, :Client.CodePostal,
                   :Client.Ville, :Client.Telephone,
                   :NbComptesClientRep, :TotalDebitClientRep, :TotalCreditClientRep
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ImpressionLigneRepertoire
           else
               move 1 to RepertoireClients-iterator
           end-if.

       RepertoireVille-Trt.
           exec sql
               fetch C-RepertoireVille into :Client.Nom, :Client.Prenom, :Client.CodePostal,
                   :Client.Ville, :Client.Telephone,
                   :NbComptesClientRep, :TotalDebitClientRep, :TotalCreditClientRep
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ImpressionLigneRepertoire
           else
               move 1 to RepertoireClients-iterator
           end-if.

      ***** Rupture sur le groupe : sous-total du groupe precedent, entete du nouveau *****
       RepertoireGroupe-Trt.
           exec sql
               fetch C-RepertoireGroupe into :IdGroupeRep, :TypeGroupeRep, :LibelleGroupeRep,
                   :TeteGroupeRep, :Client.Nom, :Client.Prenom, :Client.CodePostal,
                   :Client.Ville, :Client.Telephone,
                   :NbComptesClientRep, :TotalDebitClientRep, :TotalCreditClientRep
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to RepertoireClients-iterator
               exit paragraph
           end-if.

           if IdGroupeRep <> IdGroupeRepPrecedent then
               if IdGroupeRepPrecedent <> high-values and IdGroupeRepPrecedent <> spaces then
                   perform ImpressionSousTotalGroupeRep
               end-if
               perform ImpressionRuptureGroupeRep
               move IdGroupeRep to IdGroupeRepPrecedent
               move 0 to NbComptesGroupeRep
               move 0 to TotalDebitGroupeRep
               move 0 to TotalCreditGroupeRep
           end-if.

           perform ImpressionLigneRepertoire.
           add NbComptesClientRep to NbComptesGroupeRep.
           add TotalDebitClientRep to TotalDebitGroupeRep.
           add TotalCreditClientRep to TotalCreditGroupeRep.

       ImpressionRuptureGroupeRep.
           if NbLigneRep > 57 then
               perform SautPageRepertoire
           end-if.
           evaluate true
               when IdGroupeRep = spaces
                   move "Clients sans groupe" to TypeGroupeRepEd
               when TypeGroupeRep = "E"
                   move "Groupe d'entreprises :" to TypeGroupeRepEd
               when other
                   move "Menage :" to TypeGroupeRepEd
           end-evaluate.
           move LibelleGroupeRep to LibelleGroupeRepEd.
           write E-Repertoire from " ".
           write E-Repertoire from LigneRepGroupe.
           add 2 to NbLigneRep.

       ImpressionSousTotalGroupeRep.
           move NbComptesGroupeRep to NbComptesGroupeRepEd.
           move TotalDebitGroupeRep to TotalDebitGroupeRepEd.
           move TotalCreditGroupeRep to TotalCreditGroupeRepEd.
           write E-Repertoire from LigneRepSousTotal.
           add 1 to NbLigneRep.

       RepertoireClients-Fin.
           if TriRepertoire = "V" then
               exec sql
                   close C-RepertoireVille
               end-exec
           end-if.
           if TriRepertoire = "G" then
               exec sql
                   close C-RepertoireGroupe
               end-exec
               if IdGroupeRepPrecedent <> high-values and IdGroupeRepPrecedent <> spaces then
                   perform ImpressionSousTotalGroupeRep
               end-if
           end-if.
           if TriRepertoire = "N" then
               exec sql
                   close C-RepertoireNom
               end-exec
           end-if.

      ********** Impression du pied d'etat et du bloc recapitulatif
           if NoPageRep > 0 then
               move NoPageRep to NPage of LigneRepBasPage
               write E-Repertoire from LigneRepBasPage
               move NbClientsRep to TotalClientsRep of LigneRepTotal1
               move NbComptesRep to TotalComptesRep of LigneRepTotal2
               write E-Repertoire from " "
               write E-Repertoire from LigneRepTotal1
               write E-Repertoire from LigneRepTotal2
               close F-Repertoire

      ***** Fiche de l'edition au catalogue *****
               move "REPERTOIRE CLIENT" to TypeEditionCourant
               move NomFichierRepertoire to NomFichierEditionCourant
               move NoPageRep to NbPagesCatalogue
               move NbClientsRep to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.

           display "Clients edites : " line 1 col 1 with no advancing.
           display NbClientsRep line 1 col 18 with no advancing.
           display " - Tapez Entree " line 1 col 25 with no advancing.
           accept reponse.

      ***** Impression d'une ligne client, avec la pagination habituelle des etats *****
       ImpressionLigneRepertoire.
           if NbLigneRep > 60 then
               perform SautPageRepertoire
           end-if.

           add 1 to NbLigneRep.
           add 1 to NbClientsRep.
           add NbComptesClientRep to NbComptesRep.
           move TeteGroupeRep to MarqueTeteRep of LigneRepDetail.
           move Nom of Client to NomRep of LigneRepDetail.
           move Prenom of Client to PrenomRep of LigneRepDetail.
           move CodePostal of Client to CodePostalRep of LigneRepDetail.
           move Ville of Client to VilleRep of LigneRepDetail.
           move Telephone of Client to TelephoneRep of LigneRepDetail.
           move NbComptesClientRep to NbComptesRepEd of LigneRepDetail.
           move TotalDebitClientRep to TotalDebitRepEd of LigneRepDetail.
           move TotalCreditClientRep to TotalCreditRepEd of LigneRepDetail.
           write E-Repertoire from LigneRepDetail.

      ***** Saut de page du repertoire (ouverture du fichier a la premiere page) *****
       SautPageRepertoire.
           if NoPageRep = 0 then
               open output F-Repertoire
           else
               move NoPageRep to NPage of LigneRepBasPage
               write E-Repertoire from LigneRepBasPage
           end-if.
           add 1 to NoPageRep.
           write E-Repertoire from LigneRepEntete1.
           write E-Repertoire from LigneRepEntete2.
           write E-Repertoire from " ".
           write E-Repertoire from LigneRepEntete4.
           write E-Repertoire from LigneRepEntete7.
           write E-Repertoire from LigneRepEntete4.
           move 6 to NbLigneRep.

      **********************************************************************************************
      ***** Controles de format des donnees de contact *****
      ***** Email : exactement un @, au moins un point, ni @ ni point en premiere position *****
      ***** Telephone : chiffres, espaces et caracteres + . - / uniquement *****
      **********************************************************************************************
       ControleFormatEmail.
           move "O" to EmailValide.
           move 0 to CptArobase.
           move 0 to CptPoint.
           inspect EmailControle tallying CptArobase for all "@".
           inspect EmailControle tallying CptPoint for all ".".

           if CptArobase not = 1 or CptPoint = 0 then
               move "N" to EmailValide
           end-if.
           if EmailControle(1:1) = "@" or EmailControle(1:1) = "." then
               move "N" to EmailValide
           end-if.

       ControleFormatTelephone.
           move "O" to TelephoneValide.
           move TelephoneControle to ZoneTelTravail.
           inspect ZoneTelTravail converting "0123456789+.-/" to "              ".
           if ZoneTelTravail not = spaces then
               move "N" to TelephoneValide
           end-if.

      **********************************************************************************************
      ***** Rapport de qualite des donnees de contact (sous-menu Editions, option 5) *****
      ***** Liste, par ville, les clients dont l'adresse, le telephone ou l'email manque ou *****
      ***** est mal forme, avec un sous-total par ville et un recapitulatif general *****
      **********************************************************************************************
       QualiteContacts.
           perform QualiteContacts-Init.
           perform QualiteContacts-Trt until QualiteContacts-iterator = 1.
           perform QualiteContacts-Fin.

       QualiteContacts-Init.
           move 0 to QualiteContacts-iterator.
           move 0 to NbClientsQc.
           move 0 to NbClientsAnomalieQc.
           move 0 to NbAnomaliesVilleQc.
           move "O" to PremiereVilleQc.
           move spaces to VillePrecQc.
           move 0 to NoPageQc.
           move 66 to NbLigneQc.
           move corresponding DateSysteme to LigneQcEntete1.

           exec sql
               declare C-QualiteContacts cursor for
                   select Nom, Prenom, Ville, ISNULL(Adresse, ' '),
                          ISNULL(Telephone, ' '), ISNULL(Email, ' ')
                   from Client
                   order by Ville, Nom, Prenom
           end-exec.

           exec sql
               open C-QualiteContacts
           end-exec.

       QualiteContacts-Trt.
           exec sql
               fetch C-QualiteContacts into :Client.Nom, :Client.Prenom, :Client.Ville,
                   :Client.Adresse, :Client.Telephone, :Client.Email
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ControleContactClient
           else
               move 1 to QualiteContacts-iterator
           end-if.

       QualiteContacts-Fin.
           exec sql
               close C-QualiteContacts
           end-exec.

           if PremiereVilleQc = "N" then
               perform ImpressionSousTotalVilleQc
           end-if.

           if NoPageQc > 0 then
               move NbClientsQc to TotalClientsQc of LigneQcTotal1
               move NbClientsAnomalieQc to TotalAnomaliesQc of LigneQcTotal2
               write E-QualiteContacts from " "
               write E-QualiteContacts from LigneQcTotal1
               write E-QualiteContacts from LigneQcTotal2
               close F-QualiteContacts
           end-if.

           display "Clients a revoir : " line 1 col 1 with no advancing.
           display NbClientsAnomalieQc line 1 col 20 with no advancing.
           display " sur " line 1 col 27 with no advancing.
           display NbClientsQc line 1 col 32 with no advancing.
           display " - Tapez Entree " line 1 col 39 with no advancing.
           accept reponse.

      ***** Evaluation des donnees de contact du client courant ; impression si anomalie *****
       ControleContactClient.
           add 1 to NbClientsQc.
           move "N" to AnomalieContactClient.
           move spaces to AnomaliesQc of LigneQcDetail.
           move 1 to PointeurAnomalieQc.

           if Adresse of Client = " " then
               move "O" to AnomalieContactClient
               string "Adresse manquante. " delimited by size
                   into AnomaliesQc of LigneQcDetail
                   with pointer PointeurAnomalieQc
               end-string
           end-if.

           if Telephone of Client = " " then
               move "O" to AnomalieContactClient
               string "Telephone manquant. " delimited by size
                   into AnomaliesQc of LigneQcDetail
                   with pointer PointeurAnomalieQc
               end-string
           else
               move Telephone of Client to TelephoneControle
               perform ControleFormatTelephone
               if TelephoneValide = "N" then
                   move "O" to AnomalieContactClient
                   string "Telephone invalide. " delimited by size
                       into AnomaliesQc of LigneQcDetail
                       with pointer PointeurAnomalieQc
                   end-string
               end-if
           end-if.

           if Email of Client = " " then
               move "O" to AnomalieContactClient
               string "Email manquant. " delimited by size
                   into AnomaliesQc of LigneQcDetail
                   with pointer PointeurAnomalieQc
               end-string
           else
               move Email of Client to EmailControle
               perform ControleFormatEmail
               if EmailValide = "N" then
                   move "O" to AnomalieContactClient
                   string "Email invalide. " delimited by size
                       into AnomaliesQc of LigneQcDetail
                       with pointer PointeurAnomalieQc
                   end-string
               end-if
           end-if.

           if AnomalieContactClient = "O" then
      ***** Rupture de ville : sous-total de la ville precedente *****
               if Ville of Client not = VillePrecQc then
                   if PremiereVilleQc = "N" then
                       perform ImpressionSousTotalVilleQc
                   end-if
                   move Ville of Client to VillePrecQc
                   move 0 to NbAnomaliesVilleQc
                   move "N" to PremiereVilleQc
               end-if
               add 1 to NbClientsAnomalieQc
               add 1 to NbAnomaliesVilleQc
               perform ImpressionLigneQc
           end-if.

       ImpressionLigneQc.
           if NbLigneQc > 60 then
               if NoPageQc = 0 then
                   open output F-QualiteContacts
               else
                   move NoPageQc to NPage of LigneQcBasPage
                   write E-QualiteContacts from LigneQcBasPage
               end-if
               add 1 to NoPageQc
               write E-QualiteContacts from LigneQcEntete1
               write E-QualiteContacts from LigneQcEntete2
               write E-QualiteContacts from " "
               write E-QualiteContacts from LigneQcEntete4
               write E-QualiteContacts from LigneQcEntete7
               write E-QualiteContacts from LigneQcEntete4
               move 6 to NbLigneQc
           end-if.

           add 1 to NbLigneQc.
           move Ville of Client to VilleQc of LigneQcDetail.
           move Nom of Client to NomQc of LigneQcDetail.
           move Prenom of Client to PrenomQc of LigneQcDetail.
           write E-QualiteContacts from LigneQcDetail.

       ImpressionSousTotalVilleQc.
           move VillePrecQc to VilleST of LigneQcSousTotal.
           move NbAnomaliesVilleQc to NbAnomaliesVilleST of LigneQcSousTotal.
           write E-QualiteContacts from LigneQcSousTotal.
           add 1 to NbLigneQc.

      **********************************************************************************************
      ***** Extraction des clients a email valide (sous-menu Editions, option 6) *****
      ***** Fichier pour l'outil de diffusion : code client;nom;email;liste des comptes. Les *****
      ***** clients sans email exploitable restent comptes pour le circuit papier *****
      **********************************************************************************************
       ExtractionEmails.
           perform ExtractionEmails-Init.
           perform ExtractionEmails-Trt until ExtractionEmails-iterator = 1.
           perform ExtractionEmails-Fin.

       ExtractionEmails-Init.
           move 0 to ExtractionEmails-iterator.
           move 0 to NbEmailsValides.
           move 0 to NbSansEmail.

           exec sql
               declare C-ExtractionEmails cursor for
                   select CodeClient, Nom, ISNULL(Email, ' ')
                   from Client
                   order by Nom
           end-exec.

           exec sql
               open C-ExtractionEmails
           end-exec.

           open output F-ExtractionEmails.

       ExtractionEmails-Trt.
           exec sql
               fetch C-ExtractionEmails into :Client.CodeClient, :Client.Nom, :Client.Email
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ExtractionEmailClient
           else
               move 1 to ExtractionEmails-iterator
           end-if.

       ExtractionEmails-Fin.
           exec sql
               close C-ExtractionEmails
           end-exec.
           close F-ExtractionEmails.

           display "Diffusion electronique : " line 1 col 1 with no advancing.
           display NbEmailsValides line 1 col 26 with no advancing.
           display " client(s), circuit papier : " line 1 col 33 with no advancing.
           display NbSansEmail line 1 col 62 with no advancing.
           display " - Tapez Entree " line 1 col 69 with no advancing.
           accept reponse.

      ***** Un client part en diffusion electronique si son email est present et bien forme *****
       ExtractionEmailClient.
           move "N" to EmailValide.
           if Email of Client not = " " then
               move Email of Client to EmailControle
               perform ControleFormatEmail
           end-if.

           if EmailValide = "N" then
               add 1 to NbSansEmail
               exit paragraph
           end-if.

           add 1 to NbEmailsValides.
           perform ConstructionListeComptesExtr.

           move spaces to E-ExtractionEmails.
           string CodeClient of Client delimited by space
               ";" delimited by size
               Nom of Client delimited by space
               ";" delimited by size
               Email of Client delimited by space
               ";" delimited by size
               ListeComptesExtr delimited by size
               into E-ExtractionEmails
           end-string.
           write E-ExtractionEmails.

      ***** Liste des cles de comptes du client, concatenees pour l'outil de diffusion *****
       ConstructionListeComptesExtr.
           move spaces to ListeComptesExtr.
           move 1 to PointeurListeExtr.
           move 0 to BoucleurComptesExtr.

           exec sql
               declare C-ComptesExtr cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte
                   from Compte
                   where CodeClient = :Client.CodeClient
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.
           exec sql
               open C-ComptesExtr
           end-exec.

           perform AjoutCompteListeExtr until BoucleurComptesExtr = 1.

           exec sql
               close C-ComptesExtr
           end-exec.

       AjoutCompteListeExtr.
           exec sql
               fetch C-ComptesExtr into :CodeBanqueExtr, :CodeGuichetExtr,
                   :RacineCompteExtr, :TypeCompteExtr
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and PointeurListeExtr < 95 then
               string CleCompteExtr " " delimited by size
                   into ListeComptesExtr
                   with pointer PointeurListeExtr
               end-string
           else
               move 1 to BoucleurComptesExtr
           end-if.

      **********************************************************************************************
      ***** Releves de compte mensuels (sous-menu Editions, option 2) *****
      ***** Edition de fin de mois envoyee aux clients : pour chaque compte, solde d'ouverture *****
      ***** reconstitue depuis MouvementCompte, mouvements du mois, solde de cloture, avec le *****
      ***** bloc Nom/Adresse/CodePostal/Ville du client en tete d'envoi. Chaque releve demarre *****
      ***** sur une nouvelle page de F-Releves. Peut etre lance sans surveillance avec *****
      ***** ModeBatch = "RELEVES" suivi du mois (ex "RELEVES202608") *****
      **********************************************************************************************
       SaisieMoisReleve.
           move spaces to MoisReleveSaisie.
           display "Mois a editer (AAAAMM) : " line 1 col 2 with no advancing.
           accept MoisReleveSaisie line 1 col 28.
           if MoisReleveSaisie is not numeric then
               display " ** Mois invalide (attendu AAAAMM) ** " line 25 col 1 bell blink
           end-if.

       RelevesMensuels.
           perform RelevesMensuels-Init.
           perform RelevesMensuels-Trt until RelevesMensuels-iterator = 1.
           perform RelevesMensuels-Fin.

       RelevesMensuels-Init.
           move 0 to RelevesMensuels-iterator.
           move 0 to NbRelevesEdites.
           move 0 to NoPageRel.

      ***** Bornes du mois au format AAAAMMJJ de DateMouvement *****
           move spaces to DateDebutReleve.
           string MoisReleveSaisie "01" delimited by size into DateDebutReleve.
           move spaces to DateFinReleve.
           string MoisReleveSaisie "31" delimited by size into DateFinReleve.
           move MoisReleveSaisie to MoisReleveEd of LigneRelEntete1.

      ***** Solde d'ouverture reconstruit depuis la derniere photo mensuelle verifiee *****
      ***** anterieure au mois edite ; a defaut, rejeu complet comme avant *****
           move "00000000" to DateBasePhotoRel.
           exec sql
               select ISNULL(max(DateArrete), '00000000') into :DateBasePhotoRel
               from SoldeMensuel
               where Verifie = 'O' and DateArrete < :DateDebutReleve
           end-exec.

           exec sql
               declare C-CompteReleve cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.Devise,
                          Client.Nom, Client.Prenom, Client.Adresse, Client.CodePostal, Client.Ville
                   from Compte
                   join Client on Client.CodeClient = Compte.CodeClient
                   where (case when :TypePlageFlux = 'G' then Compte.CodeGuichet
                               else Compte.CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
                     and convert(char(15), Client.Nom) + Compte.CodeBanque + Compte.CodeGuichet
                         + Compte.RacineCompte + Compte.TypeCompte > :CleRepriseFlux
                   order by convert(char(15), Client.Nom), Compte.CodeBanque, Compte.CodeGuichet,
                       Compte.RacineCompte, Compte.TypeCompte
           end-exec.

           exec sql
               open C-CompteReleve
           end-exec.

      ***** Un flux de fin de mois edite sa plage dans son propre fichier *****
           if FluxActif = "O" then
               perform OuvertureRelevesFlux
           else
               open output F-Releves
           end-if.

           if ModeBatch(1:7) <> "RELEVES" then
               display "EDITION DES RELEVES EN COURS..." line 1 col 1
           end-if.

       RelevesMensuels-Trt.
           exec sql
               fetch C-CompteReleve into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :Compte.Devise,
                   :Client.Nom, :Client.Prenom, :Client.Adresse,
                   :Client.CodePostal, :Client.Ville
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EditionReleveCompte
               if FluxActif = "O" then
                   perform AvancementFluxReleves
               end-if
           else
               move 1 to RelevesMensuels-iterator
           end-if.

       RelevesMensuels-Fin.
           exec sql
               close C-CompteReleve
           end-exec.

           if NoPageRel > 0 then
               move NoPageRel to NPage of LigneRelBasPage
               write E-Releves from LigneRelBasPage
           end-if.
           close F-Releves.

           if ModeBatch(1:7) <> "RELEVES" then
               display "Releves edites : " line 1 col 1 with no advancing
               display NbRelevesEdites line 1 col 18 with no advancing
               display " - Tapez Entree " line 1 col 25 with no advancing
               accept reponse
           end-if.

      ***** Edition du releve d'un compte : entete d'envoi, solde precedent, mouvements du mois, *****
      ***** nouveau solde. Un exemplaire part au titulaire du Compte puis un a chaque *****
      ***** co-titulaire/procuration de la table TitulaireCompte, a sa propre adresse *****
       EditionReleveCompte.

      ***** Solde d'ouverture : photo mensuelle verifiee du compte (0 si compte plus recent) *****
      ***** puis replay des seuls mouvements entre la photo et le premier jour du mois *****
           move 0 to SoldeBasePhoto.
           exec sql
               select ISNULL(sum(TotalCredit - TotalDebit), 0)
               into :SoldeBasePhoto
               from SoldeMensuel
               where CodeBanque = :Compte.CodeBanque
                 and CodeGuichet = :Compte.CodeGuichet
                 and RacineCompte = :Compte.RacineCompte
                 and TypeCompte = :Compte.TypeCompte
                 and DateArrete = :DateBasePhotoRel
                 and Verifie = 'O'
           end-exec.

           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0)
               into :SoldeOuvertureRel
               from MouvementCompte
               where CodeBanque = :Compte.CodeBanque
                 and CodeGuichet = :Compte.CodeGuichet
                 and RacineCompte = :Compte.RacineCompte
                 and TypeCompte = :Compte.TypeCompte
                 and DateMouvement > :DateBasePhotoRel
                 and DateMouvement < :DateDebutReleve
           end-exec.
           add SoldeBasePhoto to SoldeOuvertureRel.

           perform EditionCorpsReleve.
           perform EditionRelevesCoTitulaires.

      ***** Corps d'un exemplaire de releve pour le destinataire charge dans Client *****
       EditionCorpsReleve.
           add 1 to NbRelevesEdites.
           move SoldeOuvertureRel to SoldeCourantRel.

           perform ImpressionEnteteReleve.

      ***** Mouvements du mois *****
           exec sql
               declare C-MvtReleve cursor for
                   select DateMouvement, Sens, Montant, Libelle, ISNULL(CodeOperation, ' ')
                   from MouvementCompte
                   where CodeBanque = :Compte.CodeBanque
                     and CodeGuichet = :Compte.CodeGuichet
                     and RacineCompte = :Compte.RacineCompte
                     and TypeCompte = :Compte.TypeCompte
                     and DateMouvement >= :DateDebutReleve
                     and DateMouvement <= :DateFinReleve
                   order by DateMouvement
           end-exec.

           exec sql
               open C-MvtReleve
           end-exec.

           move 0 to BoucleurMvtReleve.
           perform EditionLigneReleve until BoucleurMvtReleve = 1.

           exec sql
               close C-MvtReleve
           end-exec.

      ***** Solde de cloture du releve *****
           move SoldeCourantRel to SoldeNouvEd of LigneRelSoldeNouv.
           write E-Releves from LigneRelEntete4.
           write E-Releves from LigneRelSoldeNouv.
           add 2 to NbLigneRel.

      ***** Un exemplaire supplementaire par co-titulaire du compte, adresse a son nom *****
       EditionRelevesCoTitulaires.
           exec sql
               declare C-CoTitulairesRel cursor for
                   select Client.Nom, Client.Prenom, Client.Adresse,
                          Client.CodePostal, Client.Ville
                   from TitulaireCompte
                   join Client on Client.CodeClient = TitulaireCompte.CodeClient
                   where TitulaireCompte.CodeBanque = :Compte.CodeBanque
                     and TitulaireCompte.CodeGuichet = :Compte.CodeGuichet
                     and TitulaireCompte.RacineCompte = :Compte.RacineCompte
                     and TitulaireCompte.TypeCompte = :Compte.TypeCompte
                     and TitulaireCompte.CodeClient <>
                         (select CodeClient from Compte
                          where CodeBanque = :Compte.CodeBanque
                            and CodeGuichet = :Compte.CodeGuichet
                            and RacineCompte = :Compte.RacineCompte
                            and TypeCompte = :Compte.TypeCompte)
                   order by Client.Nom
           end-exec.

           exec sql
               open C-CoTitulairesRel
           end-exec.

           move 0 to BoucleurCoTitRel.
           perform EditionReleveCoTit until BoucleurCoTitRel = 1.

           exec sql
               close C-CoTitulairesRel
           end-exec.

       EditionReleveCoTit.
           exec sql
               fetch C-CoTitulairesRel into :Client.Nom, :Client.Prenom,
                   :Client.Adresse, :Client.CodePostal, :Client.Ville
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EditionCorpsReleve
           else
               move 1 to BoucleurCoTitRel
           end-if.

      ***** Lecture et impression d'un mouvement du releve en cours d'edition *****
       EditionLigneReleve.
           exec sql
               fetch C-MvtReleve into :MouvementCompte.DateMouvement,
                   :MouvementCompte.Sens,
                   :MouvementCompte.Montant,
                   :MouvementCompte.Libelle,
                   :MouvementCompte.CodeOperation
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ImpressionLigneReleve
           else
               move 1 to BoucleurMvtReleve
           end-if.

       ImpressionLigneReleve.
           if NbLigneRel > 60 then
               perform ImpressionEnteteSuiteReleve
           end-if.

           move DateMouvement of MouvementCompte to DateMvtRel of LigneRelDetail.
           move Libelle of MouvementCompte to LibelleMvtRel of LigneRelDetail.
           if Sens of MouvementCompte = "D" then
               move Montant of MouvementCompte to DebitMvtRel of LigneRelDetail
               move 0 to CreditMvtRel of LigneRelDetail
               subtract Montant of MouvementCompte from SoldeCourantRel
           else
               move 0 to DebitMvtRel of LigneRelDetail
               move Montant of MouvementCompte to CreditMvtRel of LigneRelDetail
               add Montant of MouvementCompte to SoldeCourantRel
           end-if.
           write E-Releves from LigneRelDetail.
           add 1 to NbLigneRel.

      ***** Un debit differe carte est suivi du detail de ses transactions *****
           if CodeOperation of MouvementCompte = "CBD" then
               perform EditionDetailCartesReleve
           end-if.

      ***** Entete d'un nouveau releve : pied de page du releve precedent puis bloc adresse client *****
       ImpressionEnteteReleve.
           if NoPageRel > 0 then
               move NoPageRel to NPage of LigneRelBasPage
               write E-Releves from LigneRelBasPage
           end-if.

           add 1 to NoPageRel.
           write E-Releves from LigneRelEntete1.
           write E-Releves from LigneRelEntete2.
           write E-Releves from " ".

           move Nom of Client to NomClientRel of LigneRelClient1.
           move Prenom of Client to PrenomClientRel of LigneRelClient1.
           move Adresse of Client to AdresseClientRel of LigneRelClient2.
           move CodePostal of Client to CodePostalClientRel of LigneRelClient3.
           move Ville of Client to VilleClientRel of LigneRelClient3.
           write E-Releves from LigneRelClient1.
           write E-Releves from LigneRelClient2.
           write E-Releves from LigneRelClient3.
           write E-Releves from " ".

           move CodeBanque of Compte to CodeBanqueRel of LigneRelCompte.
           move CodeGuichet of Compte to CodeGuichetRel of LigneRelCompte.
           move RacineCompte of Compte to RacineCompteRel of LigneRelCompte.
           move TypeCompte of Compte to TypeCompteRel of LigneRelCompte.
           move Devise of Compte to DeviseRel of LigneRelCompte.
           write E-Releves from LigneRelCompte.

           move SoldeOuvertureRel to SoldePrecEd of LigneRelSoldePrec.
           write E-Releves from LigneRelSoldePrec.
           write E-Releves from " ".
           write E-Releves from LigneRelEntete4.
           write E-Releves from LigneRelEntete7.
           write E-Releves from LigneRelEntete4.
           move 13 to NbLigneRel.

      ***** Entete de page de suite d'un releve long (plus de 60 lignes de mouvements) *****
       ImpressionEnteteSuiteReleve.
           move NoPageRel to NPage of LigneRelBasPage.
           write E-Releves from LigneRelBasPage.
           add 1 to NoPageRel.
           write E-Releves from LigneRelEntete1.
           write E-Releves from LigneRelEntete2.
           write E-Releves from " ".
           write E-Releves from LigneRelEntete4.
           write E-Releves from LigneRelEntete7.
           write E-Releves from LigneRelEntete4.
           move 7 to NbLigneRel.

      **********************************************************************
      **************** Liste des banques (Option 2 du Menu) ****************
      **********************************************************************
       ListeBanque.
           perform ListeBanque-Init.
           perform ListeBanque-Trt until ListeBanque-iterator = 1.
           perform ListeBanque-Fin.

      ***** ListeBanque-Init *****
       ListeBanque-init.
           move 0 to ListeBanque-iterator.

      ***** Déclaration du curseur *****
      ***** Curseur scrollable pour permettre le retour en page precedente *****
           exec sql
               declare C-ListeBanque scroll cursor for
                   select CodeBanque, NomBanque
                   from Banque
                   Order by NomBanque
           end-exec.

      ***** Ouverture du curseur *****
           exec sql
               open C-ListeBanque
           End-exec.

      ***** Affichage de l'entete de la page *****
           display ListeBanque-E.
      ***** Noligne à 5 car ListeBanque-E prend 4 ligne 'on commence a écrire sur la 5iem ligne *****
           move 5 to Noligne.

      ***** ListeBanque-Trt *****
       ListeBanque-Trt.
      ***** On recupere le resultat (la ligne) que le pointeur cible *****
           exec sql
               fetch C-ListeBanque into :Banque.CodeBanque,
                   :Banque.NomBanque
           end-exec.
      ***** Si il y a un resultat, on passe sur le perform AffichageLigneBanque *****
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneBanque
      ***** Sinon on affiche la fin *****
           else
               move 1 to ListeBanque-iterator
               display "Fin de la liste des banques - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           End-if.

      ***** ListeBanque-Fin *****
       ListeBanque-Fin.
           exec sql
      ***** On referme le cursor *****
               close C-ListeBanque
           end-exec.
      
      **********************************************************************
      ******* Liste des comptes (Option 3 du Menu) *************************
      **********************************************************************
       ListeCompte.
           perform ListeCompte-Init.
           perform ListeCompte-Trt until ListeCompte-iterator = 1.
           perform ListeCompte-Fin.

       ListeCompte-Init.
           move 0 to ListeCompte-iterator.

      ***** Déclaration du curseur (Pour la liste des comptes) *****
      ***** Curseur scrollable pour permettre le retour en page precedente *****
           exec sql
               declare C-ListeCompte scroll cursor for
                   select CodeClient, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib, Devise, Debit, Credit
                   from Compte
                   Order by CodeBanque
           end-exec.

      ***** Ouverture du curseur *****
           exec sql
               open C-ListeCompte
           End-exec.

      ***** Affichage de l'entete de la page *****
           display ListeCompte-E.
      ***** Noligne à 5 car ListeBanque-E prend 4 ligne 'on commence a écrire sur la 5iem ligne *****
           move 5 to Noligne.
       ListeCompte-Trt.
      ***** On recupere le resultat (la ligne) que le pointeur cible *****
           exec sql
               fetch C-ListeCompte into :Compte.CodeClient,
               :Compte.CodeBanque,
               :Compte.CodeGuichet,
               :Compte.RacineCompte,
               :Compte.TypeCompte,
               :Compte.CleRib,
               :Compte.Devise,
               :Compte.Debit,
               :Compte.Credit
           end-exec.
      ***** Si il y a un resultat, on passe sur le perform AffichageLigne *****
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneCompte
      ***** Sinon on affiche la fin *****
           else
               move 1 to ListeCompte-iterator
               display "Fin de la liste des comptes - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           End-if.

      ***** ListeBanque-Fin *****
       ListeCompte-Fin.
           exec sql
      ***** On referme le cursor *****
               close C-ListeCompte
           end-exec.

      **************************************************************************
      ******* Contrôle des clés RIB Modif direct en BDD (Option 4 du Menu) *****
      **************************************************************************
       ControleCleRib.
           perform SaisieLimiteControleRib.
           perform ControleCleRib-init.
           perform ControleCleRib-trt until ControleCleRib-iterator = 1.
           perform ControleCleRib-fin.

      ***** Plafond de comptes a controler sur ce passage (vide = tout le stock restant) *****
       SaisieLimiteControleRib.
           move 0 to NbMaxControleRib.
           display "Nombre de comptes a controler puis s'arreter (vide = tous) : " line 2 col 2 with no advancing.
           accept NbMaxControleRib line 2 col 64.

       ControleCleRib-init.
           move 0 to ControleCleRib-iterator.
           move 0 to NbControlesRunRib.
           move 0 to CptDepuisPointRib.
           move "O" to ControleRibComplet.
           perform LectureCheckPointRib.

      ***** Déclaration du curseur (Pour le Controle des clès Rib) *****
      ***** Parcours en ordre de cle et reprise apres la derniere cle deja controlee *****
           exec sql
               declare C-CleRib cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib from Compte
                   where CodeBanque + CodeGuichet + RacineCompte + TypeCompte > :CleRepriseRib
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.

           exec sql
               open C-CleRib
           End-exec.

      ** Traitement pour le parcours du curseur : récupération d'une ligne
       ControleCleRib-trt.
           exec sql
               fetch C-CleRib into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib
           end-exec.
           if SQLCODE = 1 or SQLCODE = 0 then
               perform VerificationCleRib
               perform AvancementCheckPointRib
               if NbMaxControleRib > 0 and NbControlesRunRib >= NbMaxControleRib then
                   move "N" to ControleRibComplet
                   move 1 to ControleCleRib-iterator
               end-if
           else
               move 1 to ControleCleRib-iterator
           end-if.

      ** Fin du parcours du curseur : Fermeture du curseur
       ControleCleRib-fin.
           exec sql
               close C-CleRib
           end-exec.
           perform ClotureCheckPointRib.

      *****************************************************************************************************
      ******* Contrôle des clés RIB (Option 5)(Façon 2 : modif en BDD et export vers fichier externe) *****
      *****************************************************************************************************
       ControleCleRibExportFile.
           perform SaisieFiltreExportCleRib.
           perform ControleCleRibExportFile-Init.
           perform ControleCleRibExportFile-Trt until ControleCleRibExport-iterator = 1.
           perform ControleCleRibExportFile-Fin.

      **************************************************************************************
      ***** Point de reprise des controles de cles RIB (partage par les Options 4 et 5) *****
      **************************************************************************************
      ***** Lecture de la derniere cle controlee lors d'un passage interrompu *****
       LectureCheckPointRib.
           move spaces to CleRepriseRib.
           open INPUT F-CheckPointRib.
           if CheckPointRib-Status = "00" then
               read F-CheckPointRib
                   not at end
                       move E-CheckPointRib to CleRepriseRib
               end-read
               close F-CheckPointRib
           end-if.

      ***** Avancement : cle courante memorisee, point de reprise ecrit tous les 100 comptes *****
       AvancementCheckPointRib.
           add 1 to NbControlesRunRib.
           move CodeBanque of Compte to CleBanquePtRib.
           move CodeGuichet of Compte to CleGuichetPtRib.
           move RacineCompte of Compte to CleRacinePtRib.
           move TypeCompte of Compte to CleTypePtRib.
           move CleCourantePointRib to CleRepriseRib.

           add 1 to CptDepuisPointRib.
           if CptDepuisPointRib >= 100 then
               perform EcritureCheckPointRib
               move 0 to CptDepuisPointRib
           end-if.

       EcritureCheckPointRib.
           move CleRepriseRib to E-CheckPointRib.
           open output F-CheckPointRib.
           write E-CheckPointRib.
           close F-CheckPointRib.

      ***** Cloture : parcours complet = checkpoint remis a blanc (prochaine campagne depuis le *****
      ***** debut) ; passage plafonne = derniere cle conservee pour reprendre le soir suivant *****
       ClotureCheckPointRib.
           if ControleRibComplet = "O" then
               move spaces to CleRepriseRib
               perform EcritureCheckPointRib
               display "Controle termine (stock epuise) - Tapez Entree " line 1 col 1 with no advancing
           else
               perform EcritureCheckPointRib
               display "Controle interrompu, reprise enregistree - Tapez Entree " line 1 col 1 with no advancing
           end-if.
           accept reponse.

      ***** Saisie du périmètre de l'audit : une banque et/ou une période de derniere date de controle *****
       SaisieFiltreExportCleRib.
           move " " to CodeBanqueFiltreExport.
           move " " to DateDebutFiltreExport.
           move " " to DateFinFiltreExport.
           display "Code banque a controler (vide = toutes) : " line 1 col 2 with no advancing.
           accept CodeBanqueFiltreExport line 1 col 46.
           display "Derniere date de controle depuis (AAAAMMJJ, vide = toutes) : " line 2 col 2 with no advancing.
           accept DateDebutFiltreExport line 2 col 66.
           display "Derniere date de controle jusqu'a (AAAAMMJJ, vide = toutes) : " line 3 col 2 with no advancing.
           accept DateFinFiltreExport line 3 col 67.
      ***** Mode "changements seuls" : n'imprime que les comptes dont la cle RIB a ete corrigee *****
           move "N" to FiltreChangementsSeulsExport.
           display "Imprimer uniquement les comptes corriges (O/N, vide = N) : " line 4 col 2 with no advancing.
           accept FiltreChangementsSeulsExport line 4 col 64.
           perform SaisieLimiteControleRib.

       ControleCleRibExportFile-Init.
           move 0 to ControleCleRibExport-iterator.
      ***** Nom date du fichier d'edition de ce run *****
           move "CONTROLE RIB" to TypeEditionCourant.
           move "ControleRib" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierControleRib.
           move 0 to NbControlesRunRib.
           move 0 to CptDepuisPointRib.
           move "O" to ControleRibComplet.
           perform LectureCheckPointRib.

      ***** Filtre du périmètre : banque et/ou fenetre de derniere date de controle *****
      ***** L'etat s'imprime desormais en ordre de cle de compte (et non plus par nom) pour *****
      ***** que le point de reprise permette de redemarrer exactement apres le dernier compte *****
           exec sql
      ***** Devise du compte exposee par ViewForRib *****
               declare C-CleRibExport cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib, Devise, PrenomNom,
                   NomBanque from ViewForRib
                   where (:CodeBanqueFiltreExport = ' ' or CodeBanque = :CodeBanqueFiltreExport)
                   and (:DateDebutFiltreExport = ' ' or DateDernierControle >= :DateDebutFiltreExport)
                   and (:DateFinFiltreExport = ' ' or DateDernierControle <= :DateFinFiltreExport)
                   and (CodeBanque + CodeGuichet + RacineCompte + TypeCompte) > :CleRepriseRib
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.

           exec sql
               open C-CleRibExport
           End-exec.
      **********************************************************************
      * Initialisation de la pagination de la liste de controle
           Move 0 to NoPage.
           move 66 to NbLigne.
           move corresponding DateSysteme to LigneEntete1.
           move 0 to NbComptesControles.
           move 0 to NbComptesCorriges.
           move 0 to NbComptesInchanges.
       ControleCleRibExportFile-Trt.
           exec sql
               fetch C-CleRibExport into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib, :Compte.Devise,
                   :LigneDetail.NomClient, :LigneDetail.NomBanque
           end-exec.
           if SQLCODE = 1 or SQLCODE = 0 then
               perform VerificationCleRibExport
               perform AvancementCheckPointRib
               if NbMaxControleRib > 0 and NbControlesRunRib >= NbMaxControleRib then
                   move "N" to ControleRibComplet
                   move 1 to ControleCleRibExport-iterator
               end-if
           else
               move 1 to ControleCleRibExport-iterator
           end-if.
       ControleCleRibExportFile-Fin.
           exec sql
               close C-CleRibExport
           end-exec.

      ********** Impression du pied d'état
           if NoPage > 0 then
               move NoPage to NPage of DernierBasPage
               write E-ControleCleRib from DernierBasPage

      ********** Impression du bloc récapitulatif
               move NbComptesControles to TotalComptesControles of LigneTotal1
               move NbComptesCorriges to TotalComptesCorriges of LigneTotal2
               move NbComptesInchanges to TotalComptesInchanges of LigneTotal3
               write E-ControleCleRib from " "
               write E-ControleCleRib from LigneTotal1
               write E-ControleCleRib from LigneTotal2
               write E-ControleCleRib from LigneTotal3

               close F-ControleCleRib

      ***** Fiche de l'edition au catalogue *****
               move "CONTROLE RIB" to TypeEditionCourant
               move NomFichierControleRib to NomFichierEditionCourant
               move NoPage to NbPagesCatalogue
               move NbComptesControles to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.
           perform ClotureCheckPointRib.

       VerificationCleRibExport.
           move CompteComplet of COMPTE to CompteCompletNum.
           move CodeGuichet of COMPTE to CodeGuichetNum.
           move CodeBanque of Compte to CodeBanqueNum.

           perform CalculCleRib.

      * Mise à jour de la base de données
           add 1 to NbComptesControles.
           move CleRibNum to CleRibTrouve.
           if CleRibTrouve <> CleRIB of COMPTE then
               add 1 to NbComptesCorriges
               move CleRIB of Compte to CleRibAncien
               move CleRibTrouve to CleRib of Compte

      ***** Recalcul de l'IBAN/BIC suite a la correction de la cle RIB *****
               perform CalculIbanBic

               exec sql
                   update compte set CleRib = :CleRibTrouve, Iban = :Compte.Iban, Bic = :Compte.Bic
                   where CodeBanque = :Compte.CodeBanque and
                         CodeGuichet = :Compte.CodeGuichet and
                         RacineCompte = :Compte.CompteComplet.RacineCompte and
                         TypeCompte = :Compte.CompteComplet.TypeCompte
               end-exec

               perform JournaliserCorrectionCleRib
               move "O" to CleRibExport-Modifie
           else
               add 1 to NbComptesInchanges
               move "N" to CleRibExport-Modifie

      ***** La cle RIB est deja correcte, mais l'IBAN/BIC peuvent ne jamais avoir ete calcules (comptes anciens) *****
      ***** On les complete dans ce cas, sans passer par le circuit de correction/journalisation de la cle RIB  *****
               if Iban of Compte = spaces or Bic of Compte = spaces then
                   perform CalculIbanBic

                   exec sql
                       update compte set Iban = :Compte.Iban, Bic = :Compte.Bic
                       where CodeBanque = :Compte.CodeBanque and
                             CodeGuichet = :Compte.CodeGuichet and
                             RacineCompte = :Compte.CompteComplet.RacineCompte and
                             TypeCompte = :Compte.CompteComplet.TypeCompte
                   end-exec
               end-if
           end-if.
           perform ImpressionControleCleRib.

      **********************************************************************
      ******* Gestion des clients (Option 6 du Menu) ***********************
      **********************************************************************
       GestionClient.
      *------------------------------------------------------------------------
      * Saisie du nom du client
      *------------------------------------------------------------------------
           perform SaisieNom-init.
           perform saisieNom-Trt until NomClientSaisie = "".
           perform saisieNom-Fin.

      * Initialisation de la saisie du nom
       SaisieNom-init.
           move "a" to NomClientSaisie.

      * Traitement de la saisie du nom
       saisieNom-Trt.
           move " " to NomClientSaisie.
           display MenuGestionClient.
           accept NomClientSaisie line 5 col 20.

           if NomClientSaisie <> ""
               perform RechercheCompteClient.

      * Fin de la saisie du nom
       saisieNom-Fin.
           continue.

      *------------------------------------------------------------------------
      * Recherche du client
      *------------------------------------------------------------------------
       RechercheCompteClient.
           perform RechercheCompteClient-init.
           perform RechercheCompteClient-trt until RechercheCompte-iterator = 1.
           perform RechercheCompteClient-fin.

       RechercheCompteClient-init.
           move 0 to RechercheCompte-iterator.
           perform ConstructionPatternRechercheNom.

           exec sql
               declare C-GestionClient cursor for
                   select CodeClient, Nom, Prenom, CodePostal, Ville, CodeBanque, NomBanque,
                          CodeGuichet, RacineCompte, TypeCompte, CleRib, Debit, Credit
                   from ViewGestionClient
                   where Nom like :NomRecherchePattern
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.

           exec sql
               open C-GestionClient
           End-exec.

      * Initialisation des compteurs de gestion des lignes
           move 0 to LigneCompte.
           move 0 to MaxCompte.
           move NoLigneTitre to NoLigneEcran.
           move NoLigneTitre to MaxLigne.

      * Initialisation des informations clients
           initialize Client.

       RechercheCompteClient-trt.
           exec sql
               fetch C-GestionClient into :Client.CodeClient,
                   :Client.Nom, :Client.Prenom,
                   :Client.CodePostal, :Client.Ville,
                   :LigneCourante.CodeBanque, :LigneCourante.NomBanque,
                   :LigneCourante.CodeGuichet, :LigneCourante.RacineCompte,
                   :LigneCourante.TypeCompte, :LigneCourante.CleRib,
                   :LigneCourante.Debit, :LigneCourante.Credit
           end-exec.

           if SQLCODE = 0 or SQLCODE = 1 then
               perform GestionAffichageLigneCompte
           else
               move 1 to RechercheCompte-iterator
           end-if.

       RechercheCompteClient-fin.
           exec sql
               close C-GestionClient
           End-exec.

           perform SelectionTraitement.

      *------------------------------------------------------------------------
      * Construction du motif de recherche (nom partiel et wildcard "*")
      *------------------------------------------------------------------------
       ConstructionPatternRechercheNom.
           move 0 to NbEtoiles.
           inspect NomClientSaisie tallying NbEtoiles for all "*".
           move spaces to NomRecherchePattern.

      ***** Si le client a saisi un "*", on le traduit en joker SQL "%" sans l'encadrer *****
      ***** (delimited by space pour ne pas trainer les espaces de bourrage du PIC X(15) dans le motif LIKE) *****
           if NbEtoiles > 0 then
               string NomClientSaisie delimited by space
                   into NomRecherchePattern
               end-string
               inspect NomRecherchePattern replacing all "*" by "%"

      ***** Sinon, recherche partielle par defaut : le nom saisi peut être une sous-chaine *****
           else
               string "%" delimited by size
                   NomClientSaisie delimited by space
                   "%" delimited by size
                   into NomRecherchePattern
           end-if.

      *------------------------------------------------------------------------
      * Recherche directe d'un compte par sa clé (CodeBanque/CodeGuichet/RacineCompte/TypeCompte) (Option 7)
      *------------------------------------------------------------------------
       RechercheCompteParRib.
           perform SaisieCleCompteRecherche.
           perform RechercheCompteParRib-init.
           perform RechercheCompteParRib-trt until RechercheCompte-iterator = 1.
           perform RechercheCompteParRib-fin.

       SaisieCleCompteRecherche.
           move " " to NomClientSaisie.
           move " " to CodeBanqueRecherche.
           move " " to CodeGuichetRecherche.
           move " " to RacineCompteRecherche.
           move " " to TypeCompteRecherche.
           display "Code banque    : " line 1 col 2 with no advancing.
           accept CodeBanqueRecherche line 1 col 20.
           display "Code guichet   : " line 2 col 2 with no advancing.
           accept CodeGuichetRecherche line 2 col 20.
           display "Racine compte  : " line 3 col 2 with no advancing.
           accept RacineCompteRecherche line 3 col 20.
           display "Type compte    : " line 4 col 2 with no advancing.
           accept TypeCompteRecherche line 4 col 20.

       RechercheCompteParRib-init.
           move 0 to RechercheCompte-iterator.

           exec sql
               declare C-GestionClientParRib cursor for
                   select CodeClient, Nom, Prenom, CodePostal, Ville, CodeBanque, NomBanque,
                          CodeGuichet, RacineCompte, TypeCompte, CleRib, Debit, Credit
                   from ViewGestionClient
                   where CodeBanque = :CodeBanqueRecherche
                     and CodeGuichet = :CodeGuichetRecherche
                     and RacineCompte = :RacineCompteRecherche
                     and TypeCompte = :TypeCompteRecherche
           end-exec.

           exec sql
               open C-GestionClientParRib
           End-exec.

           move 0 to LigneCompte.
           move 0 to MaxCompte.
           move NoLigneTitre to NoLigneEcran.
           move NoLigneTitre to MaxLigne.
           initialize Client.

       RechercheCompteParRib-trt.
           exec sql
               fetch C-GestionClientParRib into :Client.CodeClient,
                   :Client.Nom, :Client.Prenom,
                   :Client.CodePostal, :Client.Ville,
                   :LigneCourante.CodeBanque, :LigneCourante.NomBanque,
                   :LigneCourante.CodeGuichet, :LigneCourante.RacineCompte,
                   :LigneCourante.TypeCompte, :LigneCourante.CleRib,
                   :LigneCourante.Debit, :LigneCourante.Credit
           end-exec.

           if SQLCODE = 0 or SQLCODE = 1 then
               perform GestionAffichageLigneCompte
           else
               move 1 to RechercheCompte-iterator
           end-if.

       RechercheCompteParRib-fin.
           exec sql
               close C-GestionClientParRib
           End-exec.
      ***** Tous les titulaires du compte recherche, en plus du client porteur *****
           perform AffichageCoTitulairesRecherche.
           perform SelectionTraitement.

      ***** Ligne compacte des co-titulaires du compte recherche (ligne 25) *****
       AffichageCoTitulairesRecherche.
           move spaces to ListeCoTitAffiche.
           move 1 to PointeurCoTit.

           exec sql
               declare C-CoTitRecherche cursor for
                   select TitulaireCompte.CodeClient, Client.Nom, Client.Prenom,
                          TitulaireCompte.RoleTitulaire
                   from TitulaireCompte
                   join Client on Client.CodeClient = TitulaireCompte.CodeClient
                   where TitulaireCompte.CodeBanque = :CodeBanqueRecherche
                     and TitulaireCompte.CodeGuichet = :CodeGuichetRecherche
                     and TitulaireCompte.RacineCompte = :RacineCompteRecherche
                     and TitulaireCompte.TypeCompte = :TypeCompteRecherche
                   order by Client.Nom
           end-exec.
           exec sql
               open C-CoTitRecherche
           end-exec.

           move 0 to BoucleurCoTit.
           perform CumulCoTitRecherche until BoucleurCoTit = 1.

           exec sql
               close C-CoTitRecherche
           end-exec.

           if ListeCoTitAffiche not = spaces then
               display "Co-titulaires : " line 25 col 1 with no advancing
               display ListeCoTitAffiche line 25 col 17
           end-if.

       CumulCoTitRecherche.
           exec sql
               fetch C-CoTitRecherche into :LigneCoTitCourante.CodeClientCT,
                   :LigneCoTitCourante.NomCT,
                   :LigneCoTitCourante.PrenomCT,
                   :LigneCoTitCourante.RoleCT
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and PointeurCoTit < 55 then
               string NomCT of LigneCoTitCourante delimited by "  "
                   " (" RoleCT of LigneCoTitCourante ")  " delimited by size
                   into ListeCoTitAffiche with pointer PointeurCoTit
               end-string
           else
               move 1 to BoucleurCoTit
           end-if.

      **********************************************************************
      ***** Releve de compte - historique des mouvements *****
      ***** (Option 8 du Menu) *****
      **********************************************************************
       ReleveDeCompte.
           perform SaisieCleCompteReleve.
           perform ReleveDeCompte-Init.
           perform ReleveDeCompte-Trt until ReleveDeCompte-iterator = 1.
           perform ReleveDeCompte-Fin.

       SaisieCleCompteReleve.
           move " " to CodeBanqueReleve.
           move " " to CodeGuichetReleve.
           move " " to RacineCompteReleve.
           move " " to TypeCompteReleve.
           display ReleveDeCompte-Saisie.
           accept ReleveDeCompte-Saisie.

       ReleveDeCompte-Init.
           move 0 to ReleveDeCompte-iterator.

      ***** Declaration du curseur (scrollable, meme principe que ListeCompte) *****
           exec sql
               declare C-ReleveDeCompte scroll cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          DateMouvement, Sens, Montant, Libelle, ISNULL(CodeOperation, ' ')
                   from MouvementCompte
                   where CodeBanque = :CodeBanqueReleve
                     and CodeGuichet = :CodeGuichetReleve
                     and RacineCompte = :RacineCompteReleve
                     and TypeCompte = :TypeCompteReleve
                   Order by DateMouvement
           end-exec.

           exec sql
               open C-ReleveDeCompte
           End-exec.

           display ReleveDeCompte-E.
           move 5 to NoLigneReleve.

       ReleveDeCompte-Trt.
           exec sql
               fetch C-ReleveDeCompte into :MouvementCompte.CodeBanque,
                   :MouvementCompte.CodeGuichet,
                   :MouvementCompte.RacineCompte,
                   :MouvementCompte.TypeCompte,
                   :MouvementCompte.DateMouvement,
                   :MouvementCompte.Sens,
                   :MouvementCompte.Montant,
                   :MouvementCompte.Libelle,
                   :MouvementCompte.CodeOperation
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneReleve
           else
               move 1 to ReleveDeCompte-iterator
               display "Fin du releve de compte - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

       ReleveDeCompte-Fin.
           exec sql
               close C-ReleveDeCompte
           end-exec.

      **********************************************************************
      ***** AffichageLigneReleve (utilisé dans ReleveDeCompte (Option 8)) *****
      **********************************************************************
       AffichageLigneReleve.
           add 1 to NoLigneReleve.
           display ReleveDeCompte-Contenu.

           if NoLigneReleve = 21 then
               display "Page [S]uivante - [P]recedente - [M]enu : " line 1 col 2 blank line with no advancing
               accept reponse

               if reponse = "m" or reponse = "M" then
                   move 1 to ReleveDeCompte-iterator
               else
                   if reponse = "p" or reponse = "P" then
                       exec sql
                           fetch relative -32 from C-ReleveDeCompte
                       end-exec
                   end-if
                   move 5 to NoLigneReleve
                   display ReleveDeCompte-F
               end-if
           end-if.

      **********************************************************************************************
      ***** EcritureMouvementCompte : historise un mouvement (debit/credit) sur un compte *****
      ***** Appele a chaque fois que le Debit ou le Credit d'un compte est renseigne/modifie *****
      **********************************************************************************************
       EcritureMouvementCompte.
           move CodeBanque of Compte to CodeBanque of MouvementCompte.
           move CodeGuichet of Compte to CodeGuichet of MouvementCompte.
           move RacineCompte of Compte to RacineCompte of MouvementCompte.
           move TypeCompte of Compte to TypeCompte of MouvementCompte.
           accept DateMouvement of MouvementCompte from date yyyymmdd.

           if Debit of Compte > 0 then
               move "D" to Sens of MouvementCompte
               move Debit of Compte to Montant of MouvementCompte
               move "Ouverture de compte - solde debiteur" to Libelle of MouvementCompte
           else
               move "C" to Sens of MouvementCompte
               move Credit of Compte to Montant of MouvementCompte
               move "Ouverture de compte - solde crediteur" to Libelle of MouvementCompte
           end-if.
           move CodeOperateurSigne to CodeOperateur of MouvementCompte.
           move "OUV" to CodeOperation of MouvementCompte.
           move DateMouvement of MouvementCompte to DateValeur of MouvementCompte.
      ***** Une journee arretee ne recoit plus d'ecriture : routage sur la journee ouverte *****
           perform ControleJourComptable.

           exec sql
               INSERT INTO MouvementCompte
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Libelle, CodeOperateur,
                    CodeOperation, DateValeur)
               VALUES
                   (:MouvementCompte.CodeBanque, :MouvementCompte.CodeGuichet,
                    :MouvementCompte.RacineCompte, :MouvementCompte.TypeCompte,
                    :MouvementCompte.DateMouvement, :MouvementCompte.Sens,
                    :MouvementCompte.Montant, :MouvementCompte.Libelle,
                    :MouvementCompte.CodeOperateur,
                    :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur)
           end-exec.

      **********************************************************************************************
      ***** Calcul des agios : batch mensuel sur decouvert (Option 12 du Menu) *****
      ***** Parcourt les comptes debiteurs, applique TauxAgios au Debit et historise l'interet *****
      ***** comme un mouvement ; peut aussi etre lance en mode batch (ModeBatch = "AGIOS") *****
      **********************************************************************************************
       CalculAgios.
           perform CalculAgios-Init.
           perform CalculAgios-Trt until CalculAgios-iterator = 1.
           perform CalculAgios-Fin.

       CalculAgios-Init.
           move 0 to CalculAgios-iterator.
           move 0 to NbComptesAgios.
           move 0 to TotalAgiosAcc.

      ***** Seuls les comptes ouverts portent agios : un compte bloque ou clos est saute *****
      ***** Un compte de pret actif porte son capital au debit : ses interets sont ceux *****
      ***** de l'echeancier, pas des agios. En flux de fin de mois, seule la plage du *****
      ***** flux est lue, dans l'ordre des cles, apres la cle de reprise *****
           exec sql
               declare C-CalculAgios cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, Debit
                   from Compte
                   where Debit > 0
                     and ISNULL(Statut, 'O') = 'O'
                     and not exists (select 1 from PretConsommation
                         where PretConsommation.CodeBanque = Compte.CodeBanque
                           and PretConsommation.CodeGuichet = Compte.CodeGuichet
                           and PretConsommation.RacineCompte = Compte.RacineCompte
                           and PretConsommation.TypeCompte = Compte.TypeCompte
                           and PretConsommation.Statut = 'A')
                     and (case when :TypePlageFlux = 'G' then CodeGuichet
                               else CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
                     and CodeBanque + CodeGuichet + RacineCompte + TypeCompte > :CleRepriseFlux
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.

           exec sql
               open C-CalculAgios
           end-exec.

      ***** Message d'attente affiche uniquement en mode interactif, pas en mode batch *****
           if ModeBatch(1:5) <> "AGIOS" then
               display "CALCUL DES AGIOS EN COURS..." line 1 col 1
           end-if.

       CalculAgios-Trt.
           exec sql
               fetch C-CalculAgios into :LigneAgios.CodeBanque,
                   :LigneAgios.CodeGuichet,
                   :LigneAgios.RacineCompte,
                   :LigneAgios.TypeCompte,
                   :LigneAgios.DebitCompte
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform CalculEtEcritureAgios
               if FluxActif = "O" then
                   perform AvancementFluxAgios
               end-if
           else
               move 1 to CalculAgios-iterator
           end-if.

       CalculAgios-Fin.
           exec sql
               close C-CalculAgios
           end-exec.

           if ModeBatch(1:5) <> "AGIOS" then
               display "Agios calcules sur " line 2 col 1 with no advancing
               display NbComptesAgios line 2 col 21 with no advancing
               display " compte(s) - Total agios : " line 2 col 24 with no advancing
               display TotalAgiosAcc line 2 col 52 pic Z(9)9V,99 with no advancing
               display "Tapez Entree " line 3 col 1 with no advancing
               accept reponse
           end-if.

      ***** Calcule l'agios d'un compte debiteur et l'historise (montant, puis mise a jour du solde) *****
       CalculEtEcritureAgios.
           compute MontantAgios of LigneAgios rounded =
               DebitCompte of LigneAgios * TauxAgios.

           if MontantAgios of LigneAgios > 0 then
               exec sql
                   UPDATE Compte SET Debit = Debit + :LigneAgios.MontantAgios
                   WHERE CodeBanque = :LigneAgios.CodeBanque
                     AND CodeGuichet = :LigneAgios.CodeGuichet
                     AND RacineCompte = :LigneAgios.RacineCompte
                     AND TypeCompte = :LigneAgios.TypeCompte
               end-exec

               move CodeBanque of LigneAgios to CodeBanque of MouvementCompte
               move CodeGuichet of LigneAgios to CodeGuichet of MouvementCompte
               move RacineCompte of LigneAgios to RacineCompte of MouvementCompte
               move TypeCompte of LigneAgios to TypeCompte of MouvementCompte
               accept DateMouvement of MouvementCompte from date yyyymmdd
               move "D" to Sens of MouvementCompte
               move MontantAgios of LigneAgios to Montant of MouvementCompte
               move "Agios pour decouvert" to Libelle of MouvementCompte
               move CodeOperateurSigne to CodeOperateur of MouvementCompte
               move "AGI" to CodeOperation of MouvementCompte
               move DateMouvement of MouvementCompte to DateValeur of MouvementCompte
               perform ControleJourComptable

               exec sql
                   INSERT INTO MouvementCompte
                       (CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                        DateMouvement, Sens, Montant, Libelle, CodeOperateur,
                        CodeOperation, DateValeur)
                   VALUES
                       (:MouvementCompte.CodeBanque, :MouvementCompte.CodeGuichet,
                        :MouvementCompte.RacineCompte, :MouvementCompte.TypeCompte,
                        :MouvementCompte.DateMouvement, :MouvementCompte.Sens,
                        :MouvementCompte.Montant, :MouvementCompte.Libelle,
                        :MouvementCompte.CodeOperateur,
                        :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur)
               end-exec

               add 1 to NbComptesAgios
               add MontantAgios of LigneAgios to TotalAgiosAcc
           end-if.

      **********************************************************************************************
      ***** Choix entre agios debiteurs et interets crediteurs (Option 12 du Menu) *****
      ***** En mode batch les deux calculs ont chacun leur mode (AGIOS / INTERETS) *****
      **********************************************************************************************
       ChoixCalculInterets.
           move " " to TypeCalculInteret.
           display "[A] Agios debiteurs / [I] Interets crediteurs : " line 1 col 2 with no advancing.
           accept TypeCalculInteret line 1 col 51.
           if TypeCalculInteret = "i" then
               move "I" to TypeCalculInteret
           end-if.
           if TypeCalculInteret = "I" then
               perform CalculInterets
           else
               perform CalculAgios
           end-if.

      **********************************************************************************************
      ***** Calcul des interets crediteurs : batch trimestriel/mensuel sur les comptes *****
      ***** crediteurs des types presents au referentiel TauxInteretCredit. L'interet est *****
      ***** credite au compte, historise en MouvementCompte (code INT) et recapitule par *****
      ***** banque dans une edition cataloguee. Peut etre lance sans surveillance avec *****
      ***** ModeBatch = "INTERETS" *****
      **********************************************************************************************
       CalculInterets.
           perform CalculInterets-Init.
           perform CalculInterets-Trt until CalculInterets-iterator = 1.
           perform CalculInterets-Fin.

       CalculInterets-Init.
           move 0 to CalculInterets-iterator.
           move 0 to NbComptesInterets.
           move 0 to TotalInteretsAcc.
           move 0 to NbBanquesRecapInt.

      ***** Seuls les comptes ouverts, crediteurs et d'un type au referentiel produisent *****
      ***** des interets ; l'ordre par banque sert au recapitulatif. Un compte portant un *****
      ***** depot a terme actif est servi a taux fixe a l'echeance du depot. En flux de *****
      ***** fin de mois, plage du flux seule, apres la cle de reprise *****
           exec sql
               declare C-CalculInterets cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.Credit, TauxInteretCredit.TauxMensuel
                   from Compte
                   join TauxInteretCredit on TauxInteretCredit.TypeCompte = Compte.TypeCompte
                   where Compte.Credit > 0
                     and TauxInteretCredit.TauxMensuel > 0
                     and ISNULL(Compte.Statut, 'O') = 'O'
                     and not exists
                         (select TypeCompte from ProduitCompte
                          where ProduitCompte.TypeCompte = Compte.TypeCompte
                            and ProduitCompte.InteretsCrediteurs = 'N')
                     and not exists
                         (select IdDepot from DepotATerme
                          where DepotATerme.CodeBanque = Compte.CodeBanque
                            and DepotATerme.CodeGuichet = Compte.CodeGuichet
                            and DepotATerme.RacineCompte = Compte.RacineCompte
                            and DepotATerme.TypeCompte = Compte.TypeCompte
                            and DepotATerme.Statut in ('A', 'I'))
                     and (case when :TypePlageFlux = 'G' then Compte.CodeGuichet
                               else Compte.CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
                     and Compte.CodeBanque + Compte.CodeGuichet + Compte.RacineCompte
                         + Compte.TypeCompte > :CleRepriseFlux
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                       Compte.TypeCompte
           end-exec.

           exec sql
               open C-CalculInterets
           end-exec.

           if ModeBatch(1:8) <> "INTERETS" then
               display "CALCUL DES INTERETS CREDITEURS EN COURS..." line 1 col 1
           end-if.

       CalculInterets-Trt.
           exec sql
               fetch C-CalculInterets into :LigneInterets.CodeBanque,
                   :LigneInterets.CodeGuichet,
                   :LigneInterets.RacineCompte,
                   :LigneInterets.TypeCompte,
                   :LigneInterets.CreditCompte,
                   :LigneInterets.TauxMensuelInt
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform CalculEtEcritureInterets
               if FluxActif = "O" then
                   perform AvancementFluxInterets
               end-if
           else
               move 1 to CalculInterets-iterator
           end-if.

       CalculInterets-Fin.
           exec sql
               close C-CalculInterets
           end-exec.

      ***** En flux, le recapitulatif est edite par la consolidation *****
           if FluxActif = "O" then
               exit paragraph
           end-if.

           perform ImpressionRecapInterets.

           if ModeBatch(1:8) <> "INTERETS" then
               display "Interets credites sur " line 2 col 1 with no advancing
               display NbComptesInterets line 2 col 24 with no advancing
               display " compte(s) - Total interets : " line 2 col 31 with no advancing
               display TotalInteretsAcc line 2 col 62 pic Z(9)9V,99 with no advancing
               display "Tapez Entree " line 3 col 1 with no advancing
               accept reponse
           end-if.

      ***** Calcule l'interet d'un compte crediteur et l'historise (solde puis mouvement) *****
       CalculEtEcritureInterets.
           compute MontantInterets of LigneInterets rounded =
               CreditCompte of LigneInterets * TauxMensuelInt of LigneInterets.

           if MontantInterets of LigneInterets > 0 then
               exec sql
                   UPDATE Compte SET Credit = Credit + :LigneInterets.MontantInterets
                   WHERE CodeBanque = :LigneInterets.CodeBanque
                     AND CodeGuichet = :LigneInterets.CodeGuichet
                     AND RacineCompte = :LigneInterets.RacineCompte
                     AND TypeCompte = :LigneInterets.TypeCompte
               end-exec

               move CodeBanque of LigneInterets to CodeBanque of MouvementCompte
               move CodeGuichet of LigneInterets to CodeGuichet of MouvementCompte
               move RacineCompte of LigneInterets to RacineCompte of MouvementCompte
               move TypeCompte of LigneInterets to TypeCompte of MouvementCompte
               accept DateMouvement of MouvementCompte from date yyyymmdd
               move "C" to Sens of MouvementCompte
               move MontantInterets of LigneInterets to Montant of MouvementCompte
               move "Interets crediteurs" to Libelle of MouvementCompte
               move CodeOperateurSigne to CodeOperateur of MouvementCompte
               move "INT" to CodeOperation of MouvementCompte
               move DateMouvement of MouvementCompte to DateValeur of MouvementCompte
               perform ControleJourComptable

               exec sql
                   INSERT INTO MouvementCompte
                       (CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                        DateMouvement, Sens, Montant, Libelle, CodeOperateur,
                        CodeOperation, DateValeur)
                   VALUES
                       (:MouvementCompte.CodeBanque, :MouvementCompte.CodeGuichet,
                        :MouvementCompte.RacineCompte, :MouvementCompte.TypeCompte,
                        :MouvementCompte.DateMouvement, :MouvementCompte.Sens,
                        :MouvementCompte.Montant, :MouvementCompte.Libelle,
                        :MouvementCompte.CodeOperateur,
                        :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur)
               end-exec

               add 1 to NbComptesInterets
               add MontantInterets of LigneInterets to TotalInteretsAcc
               perform CumulRecapInterets
           end-if.

      ***** Cumul du compte servi dans la ligne de recapitulatif de sa banque *****
       CumulRecapInterets.
           move 0 to RecapInt-i.
           perform varying RecapInt-i from 1 by 1 until
             RecapInt-i > NbBanquesRecapInt or
             CodeBanqueRecapInt(RecapInt-i) = CodeBanque of LigneInterets.

           if RecapInt-i > NbBanquesRecapInt and NbBanquesRecapInt < 50 then
               add 1 to NbBanquesRecapInt
               move NbBanquesRecapInt to RecapInt-i
               move CodeBanque of LigneInterets to CodeBanqueRecapInt(RecapInt-i)
               move 0 to NbComptesRecapInt(RecapInt-i)
               move 0 to TotalRecapInt(RecapInt-i)
           end-if.

           if RecapInt-i <= NbBanquesRecapInt then
               add 1 to NbComptesRecapInt(RecapInt-i)
               add MontantInterets of LigneInterets to TotalRecapInt(RecapInt-i)
           end-if.

      ***** Edition du recapitulatif par banque, nom date et fiche au catalogue *****
       ImpressionRecapInterets.
           move "RECAP INTERETS" to TypeEditionCourant.
           move "RecapInterets" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRecapInterets.

           open output F-RecapInterets.
           move corresponding DateSysteme to LigneIntEntete1.
           write E-RecapInterets from LigneIntEntete1.
           write E-RecapInterets from LigneIntEntete2.
           write E-RecapInterets from " ".
           write E-RecapInterets from LigneIntEntete7.
           write E-RecapInterets from " ".

           perform varying RecapInt-i from 1 by 1 until RecapInt-i > NbBanquesRecapInt
               move CodeBanqueRecapInt(RecapInt-i) to CodeBanqueIntEd of LigneIntDetail
               move NbComptesRecapInt(RecapInt-i) to NbComptesIntEd of LigneIntDetail
               move TotalRecapInt(RecapInt-i) to TotalIntEd of LigneIntDetail
               write E-RecapInterets from LigneIntDetail
           end-perform.

           write E-RecapInterets from " ".
           move NbComptesInterets to TotalComptesInt of LigneIntTotal1.
           move TotalInteretsAcc to TotalInteretsInt of LigneIntTotal2.
           write E-RecapInterets from LigneIntTotal1.
           write E-RecapInterets from LigneIntTotal2.
           close F-RecapInterets.

           move NomFichierRecapInterets to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbBanquesRecapInt to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      **********************************************************************************************
      ***** Facturation mensuelle des frais (tarification) *****
      ***** Un mouvement de frais par compte non clos : somme des tarifs des services de son *****
      ***** type (referentiel TarifCompte), code operation FRS, solde mis a jour par la meme *****
      ***** regle de non-cumul que le guichet. Garde-fou : un seul run par mois (table *****
      ***** TarificationRun). Peut etre lance sans surveillance avec ModeBatch = "TARIFS" *****
      **********************************************************************************************
       FacturationFrais.
           perform FacturationFrais-Init.
           if NbRunsTarifMois = 0 then
               perform FacturationFrais-Trt until Tarification-iterator = 1
               perform FacturationFrais-Fin
           end-if.

       FacturationFrais-Init.
           move 0 to Tarification-iterator.
           move 0 to NbComptesTarifes.
           move 0 to TotalFraisAcc.
           move 0 to NbGuichetsRecapTar.
           move 0 to NbComptesRemiseGroupe.
           move 0 to TotalRemiseGroupeAcc.

      ***** Mois facture = mois courant ; refuse si ce mois est deja passe en facturation *****
           accept DateJourBatch from date yyyymmdd.
           move DateJourBatch(1:6) to MoisTarification.
           move 0 to NbRunsTarifMois.
           exec sql
               select count(*) into :NbRunsTarifMois from TarificationRun
               where MoisFacture = :MoisTarification
           end-exec.
           if NbRunsTarifMois > 0 then
               if ModeBatch(1:6) <> "TARIFS" then
                   display " ** Mois deja facture, run refuse ** " line 25 col 1 bell blink
               end-if
               exit paragraph
           end-if.

      ***** Somme des tarifs des services du type de chaque compte non clos ; les services *****
      ***** INC... sont des frais d'incident factures a l'incident, pas au mois. Remise en % *****
      ***** du groupe (menage / groupe d'affaires) du titulaire du compte. En flux de fin *****
      ***** de mois, plage du flux seule, apres la cle de reprise *****
           exec sql
               declare C-Tarification cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, sum(TarifCompte.Montant),
                          ISNULL(max(GroupeClient.ExonerationFrais), 0)
                   from Compte
                   join TarifCompte on TarifCompte.TypeCompte = Compte.TypeCompte
                   left join MembreGroupe on MembreGroupe.CodeClient = Compte.CodeClient
                   left join GroupeClient on GroupeClient.IdGroupe = MembreGroupe.IdGroupe
                   where ISNULL(Compte.Statut, 'O') <> 'C'
                     and TarifCompte.Montant > 0
                     and TarifCompte.CodeService not like 'INC%'
                     and (case when :TypePlageFlux = 'G' then Compte.CodeGuichet
                               else Compte.CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
                     and Compte.CodeBanque + Compte.CodeGuichet + Compte.RacineCompte
                         + Compte.TypeCompte > :CleRepriseFlux
                   group by Compte.CodeBanque, Compte.CodeGuichet,
                       Compte.RacineCompte, Compte.TypeCompte
                   order by Compte.CodeBanque, Compte.CodeGuichet,
                       Compte.RacineCompte, Compte.TypeCompte
           end-exec.

           exec sql
               open C-Tarification
           end-exec.

           if ModeBatch(1:6) <> "TARIFS" then
               display "FACTURATION DES FRAIS EN COURS..." line 1 col 1
           end-if.

       FacturationFrais-Trt.
           exec sql
               fetch C-Tarification into :LigneTarification.CodeBanque,
                   :LigneTarification.CodeGuichet,
                   :LigneTarification.RacineCompte,
                   :LigneTarification.TypeCompte,
                   :LigneTarification.MontantFrais,
                   :LigneTarification.ExonerationTar
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform FacturationFraisCompte
               if FluxActif = "O" then
                   perform AvancementFluxTarifs
               end-if
           else
               move 1 to Tarification-iterator
           end-if.

       FacturationFrais-Fin.
           exec sql
               close C-Tarification
           end-exec.

      ***** En flux, le mois n'est enregistre et le recapitulatif edite qu'a la *****
      ***** consolidation de tous les flux *****
           if FluxActif = "O" then
               exit paragraph
           end-if.

      ***** Le mois est enregistre comme facture : un second run sera refuse *****
           exec sql
               INSERT INTO TarificationRun (MoisFacture, DateRun, CodeOperateur)
               VALUES (:MoisTarification, getdate(), :CodeOperateurSigne)
           end-exec.

           perform ImpressionRecapTarifs.

           if ModeBatch(1:6) <> "TARIFS" then
               display "Frais factures sur " line 2 col 1 with no advancing
               display NbComptesTarifes line 2 col 21 with no advancing
               display " compte(s) - Total frais : " line 2 col 28 with no advancing
               display TotalFraisAcc line 2 col 56 pic Z(9)9V,99 with no advancing
               display "Tapez Entree " line 3 col 1 with no advancing
               accept reponse
           end-if.

      ***** Facture un compte : debit du total des frais de son type et mouvement FRS *****
       FacturationFraisCompte.
      ***** Remise de groupe deduite du total ; 100 % = frais offerts, pas de mouvement *****
           move 0 to RemiseGroupeTar.
           if ExonerationTar of LigneTarification > 0 then
               if ExonerationTar of LigneTarification >= 100 then
                   move MontantFrais of LigneTarification to RemiseGroupeTar
               else
                   compute RemiseGroupeTar rounded =
                       MontantFrais of LigneTarification * ExonerationTar of LigneTarification / 100
               end-if
               subtract RemiseGroupeTar from MontantFrais of LigneTarification
               if RemiseGroupeTar > 0 then
                   add 1 to NbComptesRemiseGroupe
                   add RemiseGroupeTar to TotalRemiseGroupeAcc
               end-if
           end-if.

           if MontantFrais of LigneTarification = 0 then
               exit paragraph
           end-if.

           move CodeBanque of LigneTarification to CodeBanqueMvt.
           move CodeGuichet of LigneTarification to CodeGuichetMvt.
           move RacineCompte of LigneTarification to RacineCompteMvt.
           move TypeCompte of LigneTarification to TypeCompteMvt.
           move MontantFrais of LigneTarification to MontantMvt.
           move "D" to SensMvt.
           move spaces to LibelleMvt.
           if RemiseGroupeTar > 0 then
               string "Frais de tenue de compte " MoisTarification " remise groupe"
                   delimited by size into LibelleMvt
           else
               string "Frais de tenue de compte " MoisTarification delimited by size
                   into LibelleMvt
           end-if.
           move "FRS" to CodeOperationMvt.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               exit paragraph
           end-if.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           add 1 to NbComptesTarifes.
           add MontantFrais of LigneTarification to TotalFraisAcc.
           perform CumulRecapTarifs.

      ***** Cumul du compte facture dans la ligne de son couple banque/guichet *****
       CumulRecapTarifs.
           move 0 to RecapTar-i.
           perform varying RecapTar-i from 1 by 1 until
             RecapTar-i > NbGuichetsRecapTar or
             (CodeBanqueRecapTar(RecapTar-i) = CodeBanque of LigneTarification and
              CodeGuichetRecapTar(RecapTar-i) = CodeGuichet of LigneTarification).

           if RecapTar-i > NbGuichetsRecapTar and NbGuichetsRecapTar < 100 then
               add 1 to NbGuichetsRecapTar
               move NbGuichetsRecapTar to RecapTar-i
               move CodeBanque of LigneTarification to CodeBanqueRecapTar(RecapTar-i)
               move CodeGuichet of LigneTarification to CodeGuichetRecapTar(RecapTar-i)
               move 0 to NbComptesRecapTar(RecapTar-i)
               move 0 to TotalRecapTar(RecapTar-i)
           end-if.

           if RecapTar-i <= NbGuichetsRecapTar then
               add 1 to NbComptesRecapTar(RecapTar-i)
               add MontantFrais of LigneTarification to TotalRecapTar(RecapTar-i)
           end-if.

      ***** Edition du recapitulatif par banque et guichet, nom date et fiche au catalogue *****
       ImpressionRecapTarifs.
           move "RECAP TARIFS" to TypeEditionCourant.
           move "RecapTarifs" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRecapTarifs.

           open output F-RecapTarifs.
           move MoisTarification to MoisTarEd of LigneTarEntete1.
           write E-RecapTarifs from LigneTarEntete1.
           write E-RecapTarifs from LigneTarEntete2.
           write E-RecapTarifs from " ".
           write E-RecapTarifs from LigneTarEntete7.
           write E-RecapTarifs from " ".

           perform varying RecapTar-i from 1 by 1 until RecapTar-i > NbGuichetsRecapTar
               move CodeBanqueRecapTar(RecapTar-i) to CodeBanqueTarEd of LigneTarDetail
               move CodeGuichetRecapTar(RecapTar-i) to CodeGuichetTarEd of LigneTarDetail
               move NbComptesRecapTar(RecapTar-i) to NbComptesTarEd of LigneTarDetail
               move TotalRecapTar(RecapTar-i) to TotalTarEd of LigneTarDetail
               write E-RecapTarifs from LigneTarDetail
           end-perform.

           write E-RecapTarifs from " ".
           move NbComptesTarifes to TotalComptesTar of LigneTarTotal1.
           move TotalFraisAcc to TotalFraisTar of LigneTarTotal2.
           write E-RecapTarifs from LigneTarTotal1.
           write E-RecapTarifs from LigneTarTotal2.
           if NbComptesRemiseGroupe > 0 then
               move TotalRemiseGroupeAcc to TotalRemiseGroupeTar of LigneTarTotal3
               move NbComptesRemiseGroupe to NbComptesRemiseTar of LigneTarTotal3
               write E-RecapTarifs from LigneTarTotal3
           end-if.
           close F-RecapTarifs.

           move NomFichierRecapTarifs to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbGuichetsRecapTar to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      **********************************************************************************************
      ***** Arrete de journee comptable (sous-menu Exploitation, option 5) *****
      ***** Fige la journee ouverte la plus ancienne (lendemain du dernier arrete, ou la *****
      ***** date du jour au premier arrete), edite ses totaux de mouvements par guichet et *****
      ***** code operation, et enregistre la journee dans JourComptable : toute ecriture *****
      ***** datee dedans sera routee sur la journee suivante. Une journee future n'est *****
      ***** jamais arretee. Peut etre lance sans surveillance avec ModeBatch = "ARRETE" *****
      **********************************************************************************************
       ArreteJournee.
           perform ArreteJournee-Init.
           if ArreteJourneeRefuse = "N" then
               perform ArreteJournee-Trt until ArreteJournee-iterator = 1
               perform ArreteJournee-Fin
           end-if.

       ArreteJournee-Init.
           move 0 to ArreteJournee-iterator.
           move "N" to ArreteJourneeRefuse.
           move 0 to NbLignesArrete.
           move 0 to TotalDebitArrete.
           move 0 to TotalCreditArrete.
           accept DateJourArrete from date yyyymmdd.

      ***** Journee a arreter : lendemain du dernier arrete, la date du jour a defaut *****
           move spaces to DerniereDateClose.
           exec sql
               select ISNULL(max(DateComptable), ' ') into :DerniereDateClose
               from JourComptable
           end-exec.
           if DerniereDateClose = spaces then
               move DateJourArrete to DateArreteJournee
           else
               move DerniereDateClose(1:4) to AnneeCal
               move DerniereDateClose(5:2) to MoisCal
               move DerniereDateClose(7:2) to JourCal
               perform AjouterUnJourCalendaire
               move AnneeCal to DateArreteJournee(1:4)
               move MoisCal to DateArreteJournee(5:2)
               move JourCal to DateArreteJournee(7:2)
           end-if.

      ***** Pas d'arrete par anticipation : la journee a arreter ne peut pas etre future *****
           if DateArreteJournee > DateJourArrete then
               move "O" to ArreteJourneeRefuse
               if ModeBatch(1:6) <> "ARRETE" then
                   display " ** Toutes les journees jusqu'a ce jour sont deja arretees ** " line 25 col 1 bell blink
               end-if
               exit paragraph
           end-if.

           exec sql
               declare C-ArreteJournee cursor for
                   select CodeGuichet, ISNULL(CodeOperation, ' '),
                          sum(case when Sens = 'D' then Montant else 0 end),
                          sum(case when Sens = 'C' then Montant else 0 end),
                          count(*)
                   from MouvementCompte
                   where DateMouvement = :DateArreteJournee
                   group by CodeGuichet, CodeOperation
                   order by CodeGuichet, CodeOperation
           end-exec.

           exec sql
               open C-ArreteJournee
           end-exec.

      ***** Ouverture de l'etat de la journee *****
           move "ARRETE JOURNEE" to TypeEditionCourant.
           move "ArreteJournee" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierArreteJournee.
           open output F-ArreteJournee.
           move DateArreteJournee to DateArrEd of LigneArrEntete1.
           write E-ArreteJournee from LigneArrEntete1.
           write E-ArreteJournee from LigneArrEntete2.
           write E-ArreteJournee from " ".
           write E-ArreteJournee from LigneArrEntete7.
           write E-ArreteJournee from " ".

       ArreteJournee-Trt.
           exec sql
               fetch C-ArreteJournee into :LigneArreteCourante.CodeGuichetArr,
                   :LigneArreteCourante.CodeOperationArr,
                   :LigneArreteCourante.TotalDebitArr,
                   :LigneArreteCourante.TotalCreditArr,
                   :LigneArreteCourante.NbMvtArr
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform ImpressionLigneArrete
           else
               move 1 to ArreteJournee-iterator
           end-if.

       ArreteJournee-Fin.
           exec sql
               close C-ArreteJournee
           end-exec.

           write E-ArreteJournee from " ".
           move TotalDebitArrete to TotalDebitJourEd of LigneArrTotal1.
           move TotalCreditArrete to TotalCreditJourEd of LigneArrTotal2.
           write E-ArreteJournee from LigneArrTotal1.
           write E-ArreteJournee from LigneArrTotal2.
           close F-ArreteJournee.

           move NomFichierArreteJournee to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesArrete to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      ***** La journee est figee : plus aucune ecriture ne pourra y etre datee *****
           exec sql
               INSERT INTO JourComptable (DateComptable, DateArrete, CodeOperateur)
               VALUES (:DateArreteJournee, getdate(), :CodeOperateurSigne)
           end-exec.

           if ModeBatch(1:6) <> "ARRETE" then
               display "Journee arretee : " line 1 col 1 with no advancing
               display DateArreteJournee line 1 col 19 with no advancing
               display " - Tapez Entree " line 1 col 28 with no advancing
               accept reponse
           end-if.

      ***** Ligne de totaux d'un couple guichet / code operation de la journee *****
       ImpressionLigneArrete.
           add 1 to NbLignesArrete.
           move CodeGuichetArr of LigneArreteCourante to CodeGuichetArrEd of LigneArrDetail.
           move CodeOperationArr of LigneArreteCourante to CodeOperationArrEd of LigneArrDetail.
           move NbMvtArr of LigneArreteCourante to NbMvtArrEd of LigneArrDetail.
           move TotalDebitArr of LigneArreteCourante to TotalDebitArrEd of LigneArrDetail.
           move TotalCreditArr of LigneArreteCourante to TotalCreditArrEd of LigneArrDetail.
           write E-ArreteJournee from LigneArrDetail.
           add TotalDebitArr of LigneArreteCourante to TotalDebitArrete.
           add TotalCreditArr of LigneArreteCourante to TotalCreditArrete.

      **********************************************************************************************
      ***** Arrete mensuel des soldes (Exploitation, option A) *****
      ***** Photographie les cumuls debit/credit de chaque compte a la fin du mois demande *****
      ***** (table SoldeMensuel, relancable : les lignes du mois sont remplacees). La photo *****
      ***** nait non verifiee (Verifie = N) ; le mode verification rejoue l'historique *****
      ***** complet de chaque compte photographie et ne marque la photo digne de confiance *****
      ***** qu'a zero ecart. Modes batch "ARRETEMOIS" et "VERIFMOIS" + mois AAAAMM *****
      **********************************************************************************************
       ArreteMensuelSoldes.
           perform ResolutionMoisPhoto.
           move 0 to NbComptesPhotographies.

      ***** Relance du meme mois : l'ancienne photo est remplacee et repart non verifiee ; *****
      ***** un flux de fin de mois ne refait que la photo de sa plage *****
           exec sql
               DELETE FROM SoldeMensuel WHERE DateArrete = :DatePhotoSoldes
                 and (case when :TypePlageFlux = 'G' then CodeGuichet
                           else CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
           end-exec.

           exec sql
               INSERT INTO SoldeMensuel
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    DateArrete, TotalDebit, TotalCredit, Verifie, DateCalcul)
               SELECT Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                      Compte.TypeCompte, :DatePhotoSoldes,
                      ISNULL(sum(case when MouvementCompte.Sens = 'D'
                          then MouvementCompte.Montant else 0 end), 0),
                      ISNULL(sum(case when MouvementCompte.Sens = 'C'
                          then MouvementCompte.Montant else 0 end), 0),
                      'N', getdate()
               FROM Compte
               LEFT JOIN MouvementCompte
                 ON MouvementCompte.CodeBanque = Compte.CodeBanque
                AND MouvementCompte.CodeGuichet = Compte.CodeGuichet
                AND MouvementCompte.RacineCompte = Compte.RacineCompte
                AND MouvementCompte.TypeCompte = Compte.TypeCompte
                AND MouvementCompte.DateMouvement <= :DatePhotoSoldes
               WHERE (case when :TypePlageFlux = 'G' then Compte.CodeGuichet
                           else Compte.CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
               GROUP BY Compte.CodeBanque, Compte.CodeGuichet,
                   Compte.RacineCompte, Compte.TypeCompte
           end-exec.

           exec sql
               select count(*) into :NbComptesPhotographies from SoldeMensuel
               where DateArrete = :DatePhotoSoldes
                 and (case when :TypePlageFlux = 'G' then CodeGuichet
                           else CodeBanque end) between :BorneDebutFlux and :BorneFinFlux
           end-exec.
           if FluxActif = "O" then
               perform AvancementFluxArrete
           end-if.

           if ModeBatch(1:10) <> "ARRETEMOIS" then
               display "Comptes photographies : " line 1 col 1 with no advancing
               display NbComptesPhotographies line 1 col 25 with no advancing
               display " (photo a verifier) - Tapez Entree " line 1 col 32 with no advancing
               accept reponse
           end-if.

      ***** Mois demande, ou mois precedent de la date machine a defaut *****
       ResolutionMoisPhoto.
           if MoisPhotoSoldes = spaces or MoisPhotoSoldes is not numeric then
               accept DateJourPhoto from date yyyymmdd
               move DateJourPhoto(1:4) to AnneePhotoNum
               move DateJourPhoto(5:2) to MoisPhotoNum
               if MoisPhotoNum = 1 then
                   subtract 1 from AnneePhotoNum
                   move 12 to MoisPhotoNum
               else
                   subtract 1 from MoisPhotoNum
               end-if
               move MoisPhotoCompose to MoisPhotoSoldes
           end-if.
           move spaces to DatePhotoSoldes.
           string MoisPhotoSoldes "31" delimited by size into DatePhotoSoldes.

      ***** Verification d'une photo : chaque ligne est confrontee au rejeu de l'historique *****
      ***** complet ; les ecarts sont edites et la photo n'est promue qu'a zero ecart *****
       VerificationPhotoSoldes.
           perform ResolutionMoisPhoto.
           move 0 to NbComptesVerifiesPho.
           move 0 to NbEcartsVerifPhoto.

           exec sql
               declare C-VerifPhoto cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          TotalDebit, TotalCredit
                   from SoldeMensuel
                   where DateArrete = :DatePhotoSoldes
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.
           exec sql
               open C-VerifPhoto
           end-exec.

           move "VERIF PHOTO" to TypeEditionCourant.
           move "VerifPhoto" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierVerifPhoto.
           open output F-RapportVerifPhoto.
           write E-RapportVerifPhoto from " Verification de la photo mensuelle des soldes (ecarts photo / historique)".
           write E-RapportVerifPhoto from " --------------------------------------------------------------------------".

           move 0 to VerifPhoto-iterator.
           perform VerificationComptePhoto until VerifPhoto-iterator = 1.

           exec sql
               close C-VerifPhoto
           end-exec.

      ***** Promotion de la photo : elle ne devient reference qu'exempte d'ecart *****
           if NbComptesVerifiesPho > 0 and NbEcartsVerifPhoto = 0 then
               exec sql
                   UPDATE SoldeMensuel SET Verifie = 'O'
                   WHERE DateArrete = :DatePhotoSoldes
               end-exec
               write E-RapportVerifPhoto from " Aucun ecart : photo verifiee et promue comme reference"
           end-if.

           write E-RapportVerifPhoto from " ".
           move NbComptesVerifiesPho to NbVerifiesVpEd of LigneVerifPhotoTotal.
           move NbEcartsVerifPhoto to NbEcartsVpEd of LigneVerifPhotoTotal.
           write E-RapportVerifPhoto from LigneVerifPhotoTotal.
           close F-RapportVerifPhoto.

           move NomFichierVerifPhoto to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbEcartsVerifPhoto to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:9) <> "VERIFMOIS" then
               display "Verification : " line 1 col 1 with no advancing
               display NbEcartsVerifPhoto line 1 col 16 with no advancing
               display " ecart(s) sur " line 1 col 23 with no advancing
               display NbComptesVerifiesPho line 1 col 37 with no advancing
               display " compte(s) - Tapez Entree " line 1 col 44 with no advancing
               accept reponse
           end-if.

       VerificationComptePhoto.
           exec sql
               fetch C-VerifPhoto into :LignePhotoCourante.CodeBanquePho,
                   :LignePhotoCourante.CodeGuichetPho,
                   :LignePhotoCourante.RacineComptePho,
                   :LignePhotoCourante.TypeComptePho,
                   :LignePhotoCourante.TotalDebitPho,
                   :LignePhotoCourante.TotalCreditPho
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform ControleLignePhoto
           else
               move 1 to VerifPhoto-iterator
           end-if.

      ***** Rejeu de l'historique complet du compte jusqu'a la date de la photo *****
       ControleLignePhoto.
           add 1 to NbComptesVerifiesPho.
           move 0 to TotalDebitHistPho.
           move 0 to TotalCreditHistPho.
           exec sql
               select ISNULL(sum(case when Sens = 'D' then Montant else 0 end), 0),
                      ISNULL(sum(case when Sens = 'C' then Montant else 0 end), 0)
               into :TotalDebitHistPho, :TotalCreditHistPho
               from MouvementCompte
               where CodeBanque = :LignePhotoCourante.CodeBanquePho
                 and CodeGuichet = :LignePhotoCourante.CodeGuichetPho
                 and RacineCompte = :LignePhotoCourante.RacineComptePho
                 and TypeCompte = :LignePhotoCourante.TypeComptePho
                 and DateMouvement <= :DatePhotoSoldes
           end-exec.

           if TotalDebitHistPho <> TotalDebitPho of LignePhotoCourante or
              TotalCreditHistPho <> TotalCreditPho of LignePhotoCourante then
               add 1 to NbEcartsVerifPhoto
               move CodeBanquePho of LignePhotoCourante to CodeBanqueVpEd of LigneVerifPhotoEd
               move CodeGuichetPho of LignePhotoCourante to CodeGuichetVpEd of LigneVerifPhotoEd
               move RacineComptePho of LignePhotoCourante to RacineCompteVpEd of LigneVerifPhotoEd
               move TypeComptePho of LignePhotoCourante to TypeCompteVpEd of LigneVerifPhotoEd
               move TotalDebitPho of LignePhotoCourante to DebitPhotoVpEd of LigneVerifPhotoEd
               move TotalCreditPho of LignePhotoCourante to CreditPhotoVpEd of LigneVerifPhotoEd
               move TotalDebitHistPho to DebitHistVpEd of LigneVerifPhotoEd
               move TotalCreditHistPho to CreditHistVpEd of LigneVerifPhotoEd
               write E-RapportVerifPhoto from LigneVerifPhotoEd
           end-if.

      **********************************************************************************************
      ***** ControleJourComptable : garde-fou des ecritures de mouvements *****
      ***** Si la DateMouvement en cours d'ecriture tombe dans une journee deja arretee, *****
      ***** elle est routee sur le lendemain du dernier arrete (premiere journee ouverte) ; *****
      ***** la date de valeur portee par le mouvement n'est pas touchee *****
      **********************************************************************************************
       ControleJourComptable.
           move spaces to DerniereDateClose.
           exec sql
               select ISNULL(max(DateComptable), ' ') into :DerniereDateClose
               from JourComptable
           end-exec.
           if DerniereDateClose = spaces then
               exit paragraph
           end-if.

           if DateMouvement of MouvementCompte (1:8) <= DerniereDateClose then
               move DerniereDateClose(1:4) to AnneeCal
               move DerniereDateClose(5:2) to MoisCal
               move DerniereDateClose(7:2) to JourCal
               perform AjouterUnJourCalendaire
               move AnneeCal to DateMouvement of MouvementCompte (1:4)
               move MoisCal to DateMouvement of MouvementCompte (5:2)
               move JourCal to DateMouvement of MouvementCompte (7:2)
           end-if.

      **********************************************************************************************
      ***** AjouterUnJourCalendaire : avance DateCalendaire d'un jour (fins de mois et *****
      ***** annees bissextiles comprises, calendrier gregorien) *****
      **********************************************************************************************
       AjouterUnJourCalendaire.
           evaluate MoisCal
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to NbJoursMoisCal
               when 4
               when 6
               when 9
               when 11
                   move 30 to NbJoursMoisCal
               when other
                   move 28 to NbJoursMoisCal
                   divide AnneeCal by 4 giving QuotientBissextile remainder ResteBissextile
                   if ResteBissextile = 0 then
                       divide AnneeCal by 100 giving QuotientBissextile remainder ResteBissextile
                       if ResteBissextile not = 0 then
                           move 29 to NbJoursMoisCal
                       else
                           divide AnneeCal by 400 giving QuotientBissextile remainder ResteBissextile
                           if ResteBissextile = 0 then
                               move 29 to NbJoursMoisCal
                           end-if
                       end-if
                   end-if
           end-evaluate.

           add 1 to JourCal.
           if JourCal > NbJoursMoisCal then
               move 1 to JourCal
               add 1 to MoisCal
               if MoisCal > 12 then
                   move 1 to MoisCal
                   add 1 to AnneeCal
               end-if
           end-if.

      **********************************************************************************************
      ***** Saisie mouvement / virement au guichet (Option 13 du Menu) *****
      ***** Enregistre un depot, un retrait ou un virement interne de la journee : le solde du *****
      ***** compte est mis a jour (Debit/Credit exclusifs, meme regle de non-cumul que *****
      ***** MiseAJourLigne-Trt) et le mouvement est historise dans MouvementCompte, ou il *****
      ***** apparait au Releve de compte (Option 8) *****
      **********************************************************************************************
       SaisieMouvement.
           perform SaisieMouvement-Init.
           perform SaisieMouvement-Trt until OptionSaisieMouvement = "0".
           perform SaisieMouvement-Fin.

       SaisieMouvement-Init.
           move " " to OptionSaisieMouvement.

       SaisieMouvement-Trt.
           display SaisieMouvement-SubMenu.
           move " " to OptionSaisieMouvement.
           accept OptionSaisieMouvement line 24 col 38.

           evaluate OptionSaisieMouvement
               when "1"
                   perform SaisieMouvementSimple
               when "2"
                   perform SaisieVirementInterne
               when "3"
                   perform ExtourneMouvement
               when "4"
                   perform ValidationAttentes
               when "5"
                   perform GestionCheques
               when "6"
                   perform VirementExterne
               when "7"
                   perform CaisseGuichet
               when "8"
                   perform PretsConsommation
               when "9"
                   perform ComptesATerme
           end-evaluate.

       SaisieMouvement-Fin.
           continue.

      *------------------------------------------------------------------
      * Depot ou retrait sur un compte : saisie, controles, confirmation
      *------------------------------------------------------------------
       SaisieMouvementSimple.
           perform InitSaisieMouvement.
           display SaisieMouvement-Ecran.
           accept SaisieMouvement-Ecran.

           move 1 to ValidateurMouvement.

           if SensMvt = "d" then
               move "D" to SensMvt
           end-if.
           if SensMvt = "c" then
               move "C" to SensMvt
           end-if.
           if SensMvt <> "D" and SensMvt <> "C" then
               move 0 to ValidateurMouvement
               display " ** Sens D ou C obligatoire ** " line 25 col 1 bell blink
           end-if.

           if MontantMvt = 0 then
               move 0 to ValidateurMouvement
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
           end-if.

      ***** Matrice d'autorisations : plafond de montant du profil et restriction de *****
      ***** guichet portee par l'operateur *****
           if ValidateurMouvement = 1 then
               perform ControleAutorisationSaisie
               if AutorisationSaisie-OK = "N" then
                   move 0 to ValidateurMouvement
               end-if
           end-if.

           if ValidateurMouvement = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurMouvement
                   display " ** Compte inexistant ** " line 25 col 1 bell blink
               else
      ***** Aucun mouvement sur un compte bloque ou clos ; un compte gele par une *****
      ***** succession (S) n'accepte que les credits *****
                   if StatutCompteMvt <> "O" and
                      (StatutCompteMvt <> "S" or SensMvt <> "C") then
                       move 0 to ValidateurMouvement
                       display " ** Compte non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

      ***** Catalogue produits : pas de passage en negatif sur un type sans decouvert *****
           if ValidateurMouvement = 1 then
               perform ControleDecouvertProduit
               if DecouvertProduitOK = "N" then
                   move 0 to ValidateurMouvement
                   if MontantSaisiOK = "N" then
                       display " ** Somme bloquee par une saisie sur le compte ** " line 25 col 1 bell blink
                   else
                       display " ** Decouvert interdit sur ce type de compte (catalogue produits) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurMouvement = 1 then
               if LibelleMvt = " " then
                   if SensMvt = "C" then
                       move "Depot au guichet" to LibelleMvt
                   else
                       move "Retrait au guichet" to LibelleMvt
                   end-if
               end-if
               move "N" to ConfirmationMouvement
               display SaisieMouvement-Confirmation
               accept SaisieMouvement-Confirmation
               if ConfirmationMouvement = "o" or ConfirmationMouvement = "O" then
                   if SensMvt = "C" then
                       move "DEP" to CodeOperationMvt
                   else
                       move "RET" to CodeOperationMvt
                   end-if
      ***** Regle du double regard : au-dela du seuil, le mouvement part en attente de *****
      ***** validation par un second operateur, sans toucher au solde *****
                   perform LectureSeuilValidation
                   if MontantMvt > SeuilValidationMvt then
                       move "M" to TypeOpAtt of LigneAttenteCourante
                       perform MiseEnAttenteMouvement
                       display " ** Montant au-dela du seuil : mouvement mis en attente de validation ** " line 25 col 1 bell
                   else
                       perform MiseAJourSoldeCompteMvt
                       perform EcritureMouvementGuichet
      ***** Alimentation en temps reel de la caisse ouverte de l'operateur *****
                       perform AlimentationCaisse
                       display " ** Mouvement enregistre ** " line 25 col 1
                   end-if
               end-if
           end-if.

      *------------------------------------------------------------------
      * Virement interne : le debit du compte source et le credit du
      * compte cible sont enregistres dans la meme action confirmee
      *------------------------------------------------------------------
       SaisieVirementInterne.
           perform InitSaisieMouvement.
           move " " to CodeBanqueMvtCible.
           move " " to CodeGuichetMvtCible.
           move " " to RacineCompteMvtCible.
           move " " to TypeCompteMvtCible.
           display SaisieVirement-Ecran.
           accept SaisieVirement-Ecran.

           move 1 to ValidateurMouvement.

           if MontantMvt = 0 then
               move 0 to ValidateurMouvement
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
           end-if.

           if CodeBanqueMvt = CodeBanqueMvtCible and CodeGuichetMvt = CodeGuichetMvtCible and
              RacineCompteMvt = RacineCompteMvtCible and TypeCompteMvt = TypeCompteMvtCible then
               move 0 to ValidateurMouvement
               display " ** Comptes source et cible identiques ** " line 25 col 1 bell blink
           end-if.

      ***** Matrice d'autorisations : plafond de montant du profil et restriction de *****
      ***** guichet portee par l'operateur (controlee sur le compte a debiter) *****
           if ValidateurMouvement = 1 then
               perform ControleAutorisationSaisie
               if AutorisationSaisie-OK = "N" then
                   move 0 to ValidateurMouvement
               end-if
           end-if.

           if ValidateurMouvement = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurMouvement
                   display " ** Compte a debiter inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurMouvement
                       display " ** Compte a debiter non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

      ***** Catalogue produits : le debit du virement ne doit pas faire passer en negatif *****
      ***** un compte d'un type sans decouvert *****
           if ValidateurMouvement = 1 then
               move "D" to SensMvt
               perform ControleDecouvertProduit
               if DecouvertProduitOK = "N" then
                   move 0 to ValidateurMouvement
                   if MontantSaisiOK = "N" then
                       display " ** Somme bloquee par une saisie sur le compte a debiter ** " line 25 col 1 bell blink
                   else
                       display " ** Decouvert interdit sur le compte a debiter (catalogue produits) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurMouvement = 1 then
               perform LectureCompteMvtCible
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurMouvement
                   display " ** Compte a crediter inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" and StatutCompteMvt <> "S" then
                       move 0 to ValidateurMouvement
                       display " ** Compte a crediter non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurMouvement = 1 then
               if LibelleMvt = " " then
                   move "Virement interne" to LibelleMvt
               end-if
               move "N" to ConfirmationMouvement
               display SaisieMouvement-Confirmation
               accept SaisieMouvement-Confirmation
               if ConfirmationMouvement = "o" or ConfirmationMouvement = "O" then
                   move "VIR" to CodeOperationMvt
      ***** Regle du double regard : au-dela du seuil, le virement part en attente de *****
      ***** validation par un second operateur, sans toucher aux soldes *****
                   perform LectureSeuilValidation
                   if MontantMvt > SeuilValidationMvt then
                       move "D" to SensMvt
                       move "V" to TypeOpAtt of LigneAttenteCourante
                       perform MiseEnAttenteMouvement
                       display " ** Montant au-dela du seuil : virement mis en attente de validation ** " line 25 col 1 bell
                       exit paragraph
                   end-if
      ***** Premier mouvement : debit du compte source *****
                   move "D" to SensMvt
                   perform LectureCompteMvt
                   perform MiseAJourSoldeCompteMvt
                   perform EcritureMouvementGuichet
      ***** Second mouvement : credit du compte cible, avec la meme date et le meme libelle *****
                   move CodeBanqueMvtCible to CodeBanqueMvt
                   move CodeGuichetMvtCible to CodeGuichetMvt
                   move RacineCompteMvtCible to RacineCompteMvt
                   move TypeCompteMvtCible to TypeCompteMvt
                   move "C" to SensMvt
                   perform LectureCompteMvt
                   perform MiseAJourSoldeCompteMvt
                   perform EcritureMouvementGuichet
                   display " ** Virement enregistre ** " line 25 col 1
               end-if
           end-if.

      *------------------------------------------------------------------
      * Extourne d'un mouvement : liste numerotee des mouvements du
      * compte, designation par No, generation de l'ecriture inverse
      * (code EXT) et memorisation du lien vers la ligne d'origine.
      * Une ligne deja extournee ou elle-meme extourne est refusee.
      *------------------------------------------------------------------
       ExtourneMouvement.
           perform InitSaisieMouvement.
           display Extourne-Saisie.
           accept Extourne-Saisie.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform AffichageListeExtourne.
           if MaxExtourne = 0 then
               display " ** Aucun mouvement sur ce compte ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NoExtourneSaisi.
           display "No du mouvement a extourner (0 = abandon) : " line 21 col 1 with no advancing.
           accept NoExtourneSaisi line 21 col 47.
           if NoExtourneSaisi = 0 or NoExtourneSaisi > MaxExtourne then
               exit paragraph
           end-if.

      ***** Une extourne ne s'extourne pas : on ressaisit l'operation d'origine si besoin *****
           if CodeOpExtEcran(NoExtourneSaisi) = "EXT" then
               display " ** Cette ligne est elle-meme une extourne ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Blocage de la double extourne de la meme ligne *****
           move IdMvtExtEcran(NoExtourneSaisi) to IdMouvementOrigine.
           move 0 to NbExtournesTrouve.
           exec sql
               select count(*) into :NbExtournesTrouve from ExtourneMouvement
               where IdMouvementOrigine = :IdMouvementOrigine
           end-exec.
           if NbExtournesTrouve > 0 then
               display " ** Mouvement deja extourne ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "N" to ConfirmationExtourne.
           display Extourne-Confirmation.
           accept Extourne-Confirmation.
           if ConfirmationExtourne <> "o" and ConfirmationExtourne <> "O" then
               exit paragraph
           end-if.

      ***** Generation de l'ecriture inverse : sens oppose, meme montant, code EXT, *****
      ***** libelle reprenant la date et le libelle d'origine (la paire se lit ainsi *****
      ***** sur le releve de compte et sur les releves mensuels) *****
           if SensExtEcran(NoExtourneSaisi) = "D" then
               move "C" to SensMvt
           else
               move "D" to SensMvt
           end-if.
           move MontantExtEcran(NoExtourneSaisi) to MontantMvt.
           move "EXT" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "EXTOURNE " DateMvtExtEcran(NoExtourneSaisi) " "
               LibelleExtEcran(NoExtourneSaisi) (1:38) delimited by size
               into LibelleMvt.

           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.

           exec sql
               select newid() into :IdMouvementExtourne
           end-exec.
           accept DateMouvement of MouvementCompte from date yyyymmdd.
           move DateMouvement of MouvementCompte to DateValeurMvt.
           perform EcritureMouvementExtourne.

      ***** Lien extourne -> origine, qui bloque aussi une seconde extourne *****
           exec sql
               INSERT INTO ExtourneMouvement
                   (IdMouvementOrigine, IdMouvementExtourne, DateExtourne, CodeOperateur)
               VALUES
                   (:IdMouvementOrigine, :IdMouvementExtourne, getdate(),
                    :CodeOperateurSigne)
           end-exec.
           display " ** Extourne enregistree ** " line 25 col 1.

      ***** Liste numerotee des mouvements du compte, les plus recents d'abord (50 au plus) *****
       AffichageListeExtourne.
           display Extourne-E.
           move 0 to MaxExtourne.
           move 0 to NoExtourneSaisi.
           move 4 to NoLigneExtourne.
           move 0 to BoucleurExtourne.

           exec sql
               declare C-ListeExtourne cursor for
                   select IdMouvement, DateMouvement, Sens, Montant,
                          ISNULL(CodeOperation, ' '), Libelle
                   from MouvementCompte
                   where CodeBanque = :CodeBanqueMvt
                     and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt
                     and TypeCompte = :TypeCompteMvt
                   order by DateMouvement DESC
           end-exec.

           exec sql
               open C-ListeExtourne
           end-exec.

           perform AffichageLigneExtourne until BoucleurExtourne = 1.

           exec sql
               close C-ListeExtourne
           end-exec.

       AffichageLigneExtourne.
           exec sql
               fetch C-ListeExtourne into :LigneExtCourante.IdMvtExt,
                   :LigneExtCourante.DateMvtExt,
                   :LigneExtCourante.SensExt,
                   :LigneExtCourante.MontantExt,
                   :LigneExtCourante.CodeOpExt,
                   :LigneExtCourante.LibelleExt
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxExtourne < 50 then
               add 1 to MaxExtourne
               move MaxExtourne to NoExtourneSaisi
               move IdMvtExt of LigneExtCourante to IdMvtExtEcran(MaxExtourne)
               move DateMvtExt of LigneExtCourante to DateMvtExtEcran(MaxExtourne)
               move SensExt of LigneExtCourante to SensExtEcran(MaxExtourne)
               move MontantExt of LigneExtCourante to MontantExtEcran(MaxExtourne)
               move CodeOpExt of LigneExtCourante to CodeOpExtEcran(MaxExtourne)
               move LibelleExt of LigneExtCourante to LibelleExtEcran(MaxExtourne)
               add 1 to NoLigneExtourne
               display Extourne-Contenu
      ***** L'ecran ne montre que les 15 premieres lignes, le reste defile *****
               if NoLigneExtourne = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLigneExtourne
               end-if
           else
               move 1 to BoucleurExtourne
           end-if.

      ***** Insertion du mouvement d'extourne : comme EcritureMouvementMvt, mais avec *****
      ***** l'IdMouvement genere cote programme pour pouvoir enregistrer le lien *****
       EcritureMouvementExtourne.
           move CodeBanqueMvt to CodeBanque of MouvementCompte.
           move CodeGuichetMvt to CodeGuichet of MouvementCompte.
           move RacineCompteMvt to RacineCompte of MouvementCompte.
           move TypeCompteMvt to TypeCompte of MouvementCompte.
           move SensMvt to Sens of MouvementCompte.
           move MontantMvt to Montant of MouvementCompte.
           move LibelleMvt to Libelle of MouvementCompte.
           move CodeOperateurSigne to CodeOperateur of MouvementCompte.
           move CodeOperationMvt to CodeOperation of MouvementCompte.
           move DateValeurMvt to DateValeur of MouvementCompte.
           perform ControleJourComptable.

           exec sql
               INSERT INTO MouvementCompte
                   (IdMouvement, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Libelle, CodeOperateur,
                    CodeOperation, DateValeur)
               VALUES
                   (:IdMouvementExtourne,
                    :MouvementCompte.CodeBanque, :MouvementCompte.CodeGuichet,
                    :MouvementCompte.RacineCompte, :MouvementCompte.TypeCompte,
                    :MouvementCompte.DateMouvement, :MouvementCompte.Sens,
                    :MouvementCompte.Montant, :MouvementCompte.Libelle,
                    :MouvementCompte.CodeOperateur,
                    :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur)
           end-exec.

      **********************************************************************************************
      ***** Regle du double regard : seuil, mise en attente et validation *****
      **********************************************************************************************
      ***** Seuil au-dela duquel un mouvement saisi part en attente de validation *****
       LectureSeuilValidation.
           move 10000 to SeuilValidationMvt.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'SEUILVALIDATION'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :SeuilValidationMvt from ParametreBancaire
                   where CleParam = 'SEUILVALIDATION'
               end-exec
           end-if.

      ***** Insertion du mouvement, du virement ou de l'ordre externe saisi dans la file *****
      ***** d'attente ; le solde n'est pas touche tant qu'un second operateur n'a pas *****
      ***** valide. IdBeneficiaire n'est porte que par les ordres externes (type X) *****
       MiseEnAttenteMouvement.
           exec sql
               select newid() into :IdAttenteCourant
           end-exec.
           exec sql
               INSERT INTO MouvementAttente
                   (IdAttente, TypeOperation, CodeBanque, CodeGuichet, RacineCompte,
                    TypeCompte, CodeBanqueCible, CodeGuichetCible, RacineCompteCible,
                    TypeCompteCible, Sens, Montant, Libelle, CodeOperation,
                    CodeOperateurSaisie, DateSaisie, Statut, IdBeneficiaire)
               VALUES
                   (:IdAttenteCourant, :LigneAttenteCourante.TypeOpAtt,
                    :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                    :CodeBanqueMvtCible, :CodeGuichetMvtCible, :RacineCompteMvtCible,
                    :TypeCompteMvtCible, :SensMvt, :MontantMvt, :LibelleMvt,
                    :CodeOperationMvt, :CodeOperateurSigne, getdate(), 'E',
                    :IdBeneficiaireCourant)
           end-exec.

      *------------------------------------------------------------------
      * Ecran de validation des mouvements en attente : liste numerotee,
      * validation (postage effectif) ou rejet par un operateur autre que
      * celui qui a saisi ; l'operateur validant est estampille sur la
      * ligne a cote de l'operateur de saisie
      *------------------------------------------------------------------
       ValidationAttentes.
           move 0 to Validation-iterator.
           perform ValidationAttentes-Trt until Validation-iterator = 1.

       ValidationAttentes-Trt.
           perform AffichageListeAttente.
           display Validation-SubMenu.
           move " " to OptionValidation.
           accept OptionValidation line 23 col 78.

           if OptionValidation = "v" then
               move "V" to OptionValidation
           end-if.
           if OptionValidation = "r" then
               move "R" to OptionValidation
           end-if.
           if OptionValidation = "s" then
               move "S" to OptionValidation
           end-if.

           evaluate OptionValidation
               when "V"
                   move 0 to NoAttenteSaisi
                   accept NoAttenteSaisi line 21 col 38
                   perform DecisionAttente
               when "R"
                   move 0 to NoAttenteSaisi
                   accept NoAttenteSaisi line 22 col 38
                   perform DecisionAttente
               when "S"
                   perform ModificationSeuilValidation
               when "0"
                   move 1 to Validation-iterator
               when other
                   continue
           end-evaluate.

      ***** Liste numerotee des mouvements encore en attente (50 au plus) *****
       AffichageListeAttente.
           display Validation-E.
           move 0 to MaxAttente.
           move 0 to NoAttenteSaisi.
           move 4 to NoLigneAttente.
           move 0 to BoucleurAttente.

           exec sql
               declare C-ListeAttente cursor for
                   select IdAttente, TypeOperation, CodeBanque, CodeGuichet,
                          RacineCompte, TypeCompte, Sens, Montant, CodeOperateurSaisie,
                          convert(varchar(19), DateSaisie, 120)
                   from MouvementAttente
                   where Statut = 'E'
                   order by DateSaisie
           end-exec.

           exec sql
               open C-ListeAttente
           end-exec.

           perform AffichageLigneAttente until BoucleurAttente = 1.

           exec sql
               close C-ListeAttente
           end-exec.

       AffichageLigneAttente.
           exec sql
               fetch C-ListeAttente into :LigneAttenteCourante.IdAttente,
                   :LigneAttenteCourante.TypeOpAtt,
                   :LigneAttenteCourante.CodeBanqueAtt,
                   :LigneAttenteCourante.CodeGuichetAtt,
                   :LigneAttenteCourante.RacineCompteAtt,
                   :LigneAttenteCourante.TypeCompteAtt,
                   :LigneAttenteCourante.SensAtt,
                   :LigneAttenteCourante.MontantAtt,
                   :LigneAttenteCourante.OperateurSaisieAtt,
                   :LigneAttenteCourante.DateSaisieAtt
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxAttente < 50 then
               add 1 to MaxAttente
               move MaxAttente to NoAttenteSaisi
               move IdAttente of LigneAttenteCourante to IdAttenteEcran(MaxAttente)
               move OperateurSaisieAtt of LigneAttenteCourante to OperateurSaisieEcran(MaxAttente)
               add 1 to NoLigneAttente
               display Validation-Contenu
               if NoLigneAttente = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLigneAttente
               end-if
           else
               move 1 to BoucleurAttente
           end-if.

      ***** Decision sur la ligne designee : validation (postage) ou rejet. Le double *****
      ***** regard exige un operateur different de celui qui a saisi *****
       DecisionAttente.
           if NoAttenteSaisi = 0 or NoAttenteSaisi > MaxAttente then
               exit paragraph
           end-if.

           if OperateurSaisieEcran(NoAttenteSaisi) = CodeOperateurSigne then
               display " ** Validation par l'operateur de saisie interdite (double regard) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move IdAttenteEcran(NoAttenteSaisi) to IdAttenteCourant.
           exec sql
               select IdAttente, TypeOperation, CodeBanque, CodeGuichet, RacineCompte,
                      TypeCompte, ISNULL(CodeBanqueCible, ' '), ISNULL(CodeGuichetCible, ' '),
                      ISNULL(RacineCompteCible, ' '), ISNULL(TypeCompteCible, ' '),
                      Sens, Montant, Libelle, CodeOperation, CodeOperateurSaisie,
                      ISNULL(IdBeneficiaire, ' ')
               into :LigneAttenteCourante.IdAttente, :LigneAttenteCourante.TypeOpAtt,
                    :LigneAttenteCourante.CodeBanqueAtt, :LigneAttenteCourante.CodeGuichetAtt,
                    :LigneAttenteCourante.RacineCompteAtt, :LigneAttenteCourante.TypeCompteAtt,
                    :LigneAttenteCourante.CodeBanqueCibleAtt, :LigneAttenteCourante.CodeGuichetCibleAtt,
                    :LigneAttenteCourante.RacineCompteCibleAtt, :LigneAttenteCourante.TypeCompteCibleAtt,
                    :LigneAttenteCourante.SensAtt, :LigneAttenteCourante.MontantAtt,
                    :LigneAttenteCourante.LibelleAtt, :LigneAttenteCourante.CodeOpAtt,
                    :LigneAttenteCourante.OperateurSaisieAtt,
                    :LigneAttenteCourante.IdBeneficiaireAtt
               from MouvementAttente
               where IdAttente = :IdAttenteCourant and Statut = 'E'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Attente introuvable ou deja traitee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           if OptionValidation = "V" then
               perform PostageAttenteValidee
               exec sql
                   UPDATE MouvementAttente
                   SET Statut = 'V', CodeOperateurValidation = :CodeOperateurSigne,
                       DateDecision = getdate()
                   WHERE IdAttente = :IdAttenteCourant
               end-exec
               display " ** Mouvement valide et poste ** " line 25 col 1
           else
               exec sql
                   UPDATE MouvementAttente
                   SET Statut = 'R', CodeOperateurValidation = :CodeOperateurSigne,
                       DateDecision = getdate()
                   WHERE IdAttente = :IdAttenteCourant
               end-exec
               display " ** Mouvement rejete ** " line 25 col 1
           end-if.

      ***** Postage effectif de la ligne validee : memes ecritures que la saisie directe *****
       PostageAttenteValidee.
           move CodeBanqueAtt of LigneAttenteCourante to CodeBanqueMvt.
           move CodeGuichetAtt of LigneAttenteCourante to CodeGuichetMvt.
           move RacineCompteAtt of LigneAttenteCourante to RacineCompteMvt.
           move TypeCompteAtt of LigneAttenteCourante to TypeCompteMvt.
           move SensAtt of LigneAttenteCourante to SensMvt.
           move MontantAtt of LigneAttenteCourante to MontantMvt.
           move LibelleAtt of LigneAttenteCourante to LibelleMvt.
           move CodeOpAtt of LigneAttenteCourante to CodeOperationMvt.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt <> "O" then
               display " ** Compte disparu ou non ouvert, validation impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

      ***** Second mouvement d'un virement valide : credit du compte cible *****
           if TypeOpAtt of LigneAttenteCourante = "V" then
               move CodeBanqueCibleAtt of LigneAttenteCourante to CodeBanqueMvt
               move CodeGuichetCibleAtt of LigneAttenteCourante to CodeGuichetMvt
               move RacineCompteCibleAtt of LigneAttenteCourante to RacineCompteMvt
               move TypeCompteCibleAtt of LigneAttenteCourante to TypeCompteMvt
               move "C" to SensMvt
               perform LectureCompteMvt
               if CompteMvt-Trouve = 1 then
                   perform MiseAJourSoldeCompteMvt
                   perform EcritureMouvementGuichet
               end-if
           end-if.

      ***** Ordre externe valide (type X) : mise en file du prochain export SEPA, comme *****
      ***** l'aurait fait la saisie directe sous le seuil *****
           if TypeOpAtt of LigneAttenteCourante = "X" then
               move IdBeneficiaireAtt of LigneAttenteCourante to IdBeneficiaireCourant
               perform EmissionOrdreVirementExterne
           end-if.

      ***** Modification du seuil de validation (parametre SEUILVALIDATION, profil A) *****
       ModificationSeuilValidation.
           if ProfilOperateur <> "A" then
               display " ** Reserve au profil administration ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform LectureSeuilValidation.
           move 0 to NouveauSeuilSaisi.
           display "Nouveau seuil de validation (0 = abandon) : " line 1 col 2 with no advancing.
           accept NouveauSeuilSaisi line 1 col 47.
           if NouveauSeuilSaisi = 0 then
               exit paragraph
           end-if.

           if NbParamTrouve = 0 then
               exec sql
                   INSERT INTO ParametreBancaire (CleParam, ValeurNum)
                   VALUES ('SEUILVALIDATION', :NouveauSeuilSaisi)
               end-exec
           else
               exec sql
                   UPDATE ParametreBancaire SET ValeurNum = :NouveauSeuilSaisi
                   WHERE CleParam = 'SEUILVALIDATION'
               end-exec
           end-if.

      **********************************************************************************************
      ***** Sous-menu des editions reglementaires (sous-menu Editions, option 9) *****
      **********************************************************************************************
       EditionsReglementaires.
           perform EditionsReglementaires-Init.
           perform EditionsReglementaires-Trt until EditionsRegl-iterator = 1.
           perform EditionsReglementaires-Fin.

       EditionsReglementaires-Init.
           move 0 to EditionsRegl-iterator.

       EditionsReglementaires-Trt.
           display EditionsRegl-SubMenu.
           move " " to OptionEditionsRegl.
           accept OptionEditionsRegl line 24 col 38.

           evaluate OptionEditionsRegl
               when "1"
                   perform EditionListeAttente
               when "2"
                   perform EditionHitsGel
               when "3"
                   perform SaisiePeriodeSupervision
                   perform SupervisionActivite
               when "4"
                   move spaces to MoisEspeces
                   display "Mois a declarer (AAAAMM, vide = mois courant) : " line 1 col 2 with no advancing
                   accept MoisEspeces line 1 col 51
                   perform DeclarationEspeces
               when "5"
                   move spaces to AnneeIfu
                   display "Annee a editer (AAAA, vide = annee courante) : " line 1 col 2 with no advancing
                   accept AnneeIfu line 1 col 50
                   perform RelevesFiscauxIfu
               when "6"
                   perform RevuesKyc
               when "7"
                   move spaces to AnneeEai
                   display "Annee a declarer (AAAA, vide = annee precedente) : " line 1 col 2 with no advancing
                   accept AnneeEai line 1 col 53
                   perform DeclarationEai
               when "8"
                   perform VueUniqueFgdr
               when "9"
                   move spaces to MoisReclamations
                   display "Mois du rapport (AAAAMM, vide = mois precedent) : " line 1 col 2 with no advancing
                   accept MoisReclamations line 1 col 52
                   perform RapportReclamations
               when "A"
               when "a"
                   move spaces to AnneeRecapFrais
                   display "Annee a recapituler (AAAA, vide = annee precedente) : " line 1 col 2 with no advancing
                   accept AnneeRecapFrais line 1 col 56
                   perform RecapAnnuelFrais
               when "0"
                   move 1 to EditionsRegl-iterator
           end-evaluate.

       EditionsReglementaires-Fin.
           continue.

      ***** Edition de la liste des mouvements encore en attente de validation, nom date *****
      ***** et fiche au catalogue ; mode batch "ATTENTE" pour la chaine des editions *****
       EditionListeAttente.
           move 0 to NbAttenteEdition.
           move "LISTE ATTENTE" to TypeEditionCourant.
           move "ListeAttente" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierListeAttente.

           open output F-ListeAttente.
           write E-ListeAttente from " Mouvements en attente de validation (double regard)".
           write E-ListeAttente from " ----------------------------------------------------".
           write E-ListeAttente from " Saisi le             T  Compte                      Sens  Montant       Par".

           exec sql
               declare C-EditionAttente cursor for
                   select IdAttente, TypeOperation, CodeBanque, CodeGuichet,
                          RacineCompte, TypeCompte, Sens, Montant, CodeOperateurSaisie,
                          convert(varchar(19), DateSaisie, 120)
                   from MouvementAttente
                   where Statut = 'E'
                   order by DateSaisie
           end-exec.
           exec sql
               open C-EditionAttente
           end-exec.

           move 0 to BoucleurAttente.
           perform EditionLigneAttente until BoucleurAttente = 1.

           exec sql
               close C-EditionAttente
           end-exec.

           close F-ListeAttente.
           move NomFichierListeAttente to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbAttenteEdition to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "ATTENTE" then
               display "Attentes editees : " line 1 col 1 with no advancing
               display NbAttenteEdition line 1 col 20 with no advancing
               display " - Tapez Entree " line 1 col 27 with no advancing
               accept reponse
           end-if.

       EditionLigneAttente.
           exec sql
               fetch C-EditionAttente into :LigneAttenteCourante.IdAttente,
                   :LigneAttenteCourante.TypeOpAtt,
                   :LigneAttenteCourante.CodeBanqueAtt,
                   :LigneAttenteCourante.CodeGuichetAtt,
                   :LigneAttenteCourante.RacineCompteAtt,
                   :LigneAttenteCourante.TypeCompteAtt,
                   :LigneAttenteCourante.SensAtt,
                   :LigneAttenteCourante.MontantAtt,
                   :LigneAttenteCourante.OperateurSaisieAtt,
                   :LigneAttenteCourante.DateSaisieAtt
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbAttenteEdition
               move DateSaisieAtt of LigneAttenteCourante to DateSaisieAttEd of LigneAttenteEdition
               move TypeOpAtt of LigneAttenteCourante to TypeOpAttEd of LigneAttenteEdition
               move CodeBanqueAtt of LigneAttenteCourante to CodeBanqueAttEd of LigneAttenteEdition
               move CodeGuichetAtt of LigneAttenteCourante to CodeGuichetAttEd of LigneAttenteEdition
               move RacineCompteAtt of LigneAttenteCourante to RacineCompteAttEd of LigneAttenteEdition
               move TypeCompteAtt of LigneAttenteCourante to TypeCompteAttEd of LigneAttenteEdition
               move SensAtt of LigneAttenteCourante to SensAttEd of LigneAttenteEdition
               move MontantAtt of LigneAttenteCourante to MontantAttEd of LigneAttenteEdition
               move OperateurSaisieAtt of LigneAttenteCourante to OperateurAttEd of LigneAttenteEdition
               write E-ListeAttente from LigneAttenteEdition
           else
               move 1 to BoucleurAttente
           end-if.

      **********************************************************************************************
      ***** Gestion des cheques (sous-menu Saisie mouvement, option 5) *****
      **********************************************************************************************
       GestionCheques.
           perform GestionCheques-Init.
           perform GestionCheques-Trt until GestionCheques-iterator = 1.
           perform GestionCheques-Fin.

       GestionCheques-Init.
           move 0 to GestionCheques-iterator.

       GestionCheques-Trt.
           display GestionCheques-SubMenu.
           move " " to OptionCheques.
           accept OptionCheques line 24 col 38.

           evaluate OptionCheques
               when "1"
                   perform RemiseChequier
               when "2"
                   perform SaisieOppositionCheque
               when "3"
                   perform ImportCheques
               when "4"
                   perform RegularisationImpayes
               when "5"
                   perform RemiseChequesClient
               when "6"
                   perform CompensationAllerCheques
               when "7"
                   perform ImportImpayesRemises
               when "0"
                   move 1 to GestionCheques-iterator
           end-evaluate.

       GestionCheques-Fin.
           continue.

      *------------------------------------------------------------------
      * Remise d'un chequier : enregistre la plage de numeros delivree
      * a un compte ; les plages d'un meme compte ne se chevauchent pas
      *------------------------------------------------------------------
       RemiseChequier.
           perform InitSaisieMouvement.
           move 0 to NumeroDebutSaisi.
           move 0 to NumeroFinSaisi.
           display Chequier-Saisie.
           accept Chequier-Saisie.

           move 1 to ValidateurChequier.

           if NumeroDebutSaisi = 0 or NumeroFinSaisi = 0 or
              NumeroFinSaisi < NumeroDebutSaisi then
               move 0 to ValidateurChequier
               display " ** Plage de numeros invalide ** " line 25 col 1 bell blink
           end-if.

           if ValidateurChequier = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurChequier
                   display " ** Compte inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurChequier
                       display " ** Compte non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

      ***** Interdiction de chequier tant qu'un cheque impaye du client n'est pas regularise *****
           if ValidateurChequier = 1 then
               move 0 to NbIncidentsActifs
               exec sql
                   select count(*) into :NbIncidentsActifs from IncidentCheque
                   where Statut = 'A'
                     and CodeClient = (select Compte.CodeClient from Compte
                                       where Compte.CodeBanque = :CodeBanqueMvt
                                         and Compte.CodeGuichet = :CodeGuichetMvt
                                         and Compte.RacineCompte = :RacineCompteMvt
                                         and Compte.TypeCompte = :TypeCompteMvt)
               end-exec
               if NbIncidentsActifs > 0 then
                   move 0 to ValidateurChequier
                   display " ** Client interdit de chequier (cheque impaye non regularise) ** " line 25 col 1 bell blink
               end-if
           end-if.

      ***** Pas de chevauchement avec une plage deja remise sur ce compte *****
           if ValidateurChequier = 1 then
               move 0 to NbChequierTrouve
               exec sql
                   select count(*) into :NbChequierTrouve from Chequier
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and Statut = 'A'
                     and NumeroDebut <= :NumeroFinSaisi
                     and NumeroFin >= :NumeroDebutSaisi
               end-exec
               if NbChequierTrouve > 0 then
                   move 0 to ValidateurChequier
                   display " ** Plage chevauchant un chequier deja remis ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurChequier = 1 then
               exec sql
                   select newid() into :IdChequierCourant
               end-exec
               exec sql
                   INSERT INTO Chequier
                       (IdChequier, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                        NumeroDebut, NumeroFin, DateRemise, Statut)
                   VALUES
                       (:IdChequierCourant, :CodeBanqueMvt, :CodeGuichetMvt,
                        :RacineCompteMvt, :TypeCompteMvt, :NumeroDebutSaisi,
                        :NumeroFinSaisi, getdate(), 'A')
               end-exec
               display " ** Chequier enregistre ** " line 25 col 1
           end-if.

      *------------------------------------------------------------------
      * Opposition sur un cheque (stop payment) saisie au guichet :
      * le numero doit appartenir a une plage remise du compte, ne pas
      * etre deja paye ni deja frappe d'opposition
      *------------------------------------------------------------------
       SaisieOppositionCheque.
           perform InitSaisieMouvement.
           move 0 to NumeroChequeSaisi.
           move " " to MotifOppositionSaisi.
           display Opposition-Saisie.
           accept Opposition-Saisie.

           if NumeroChequeSaisi = 0 then
               display " ** Numero de cheque obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NbChequierTrouve.
           exec sql
               select count(*) into :NbChequierTrouve from Chequier
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and Statut = 'A'
                 and NumeroDebut <= :NumeroChequeSaisi
                 and NumeroFin >= :NumeroChequeSaisi
           end-exec.
           if NbChequierTrouve = 0 then
               display " ** Numero hors des chequiers remis a ce compte ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NbChequePayeTrouve.
           exec sql
               select count(*) into :NbChequePayeTrouve from ChequePaye
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and NumeroCheque = :NumeroChequeSaisi
           end-exec.
           if NbChequePayeTrouve > 0 then
               display " ** Cheque deja paye, opposition impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NbOppositionTrouve.
           exec sql
               select count(*) into :NbOppositionTrouve from OppositionCheque
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and NumeroCheque = :NumeroChequeSaisi
           end-exec.
           if NbOppositionTrouve > 0 then
               display " ** Opposition deja enregistree sur ce cheque ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           if MotifOppositionSaisi = " " then
               move "Opposition au guichet" to MotifOppositionSaisi
           end-if.
           exec sql
               INSERT INTO OppositionCheque
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte, NumeroCheque,
                    DateOpposition, Motif, CodeOperateur)
               VALUES
                   (:CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                    :NumeroChequeSaisi, getdate(), :MotifOppositionSaisi,
                    :CodeOperateurSigne)
           end-exec.
           display " ** Opposition enregistree ** " line 25 col 1.

      **********************************************************************************************
      ***** Import du fichier de compensation des cheques *****
      ***** Une ligne par cheque presente : banque;guichet;racine;type;numero;dateAAAAMMJJ; *****
      ***** montant en centimes. Meme principe que l'import des mouvements (Option 14) : *****
      ***** lignes invalides au fichier de rejets avec leur motif. Mode batch "CHEQUES" *****
      **********************************************************************************************
       ImportCheques.
           perform ImportCheques-init.
           perform ImportCheques-trt until ImportCheques-iterator = 1.
           perform ImportCheques-fin.

       ImportCheques-init.
           move 0 to ImportCheques-iterator.
           move 0 to NoLigneImportChq.
           move 0 to NbChequesPayes.
           move 0 to NbChequesRejetes.
           move 0 to NbChequesImpayes.
           move "N" to RejetsCheques-Ouvert.
           move "N" to RetourCheques-Ouvert.
           move "N" to DeclFcc-Ouvert.
           accept DateJourBatch from date yyyymmdd.
           perform InitFichierCourriers.
           open INPUT F-Cheques.

       ImportCheques-trt.
           read F-Cheques
               at end
                   move 1 to ImportCheques-iterator
               not at end
                   add 1 to NoLigneImportChq
                   perform ImportationLigneChq
           end-read.

       ImportCheques-fin.
           close F-Cheques.

           if RejetsCheques-Ouvert = "O" then
               close F-RejetsCheques
           end-if.
           perform ClotureRetourCheques.
           perform ClotureDeclarationFcc.
           perform ClotureFichierCourriers.

           if ModeBatch(1:7) <> "CHEQUES" then
               display "Cheques payes : " line 1 col 1 with no advancing
               display NbChequesPayes line 1 col 17 with no advancing
               display " - rejetes : " line 1 col 24 with no advancing
               display NbChequesRejetes line 1 col 37 with no advancing
               display " - impayes : " line 1 col 44 with no advancing
               display NbChequesImpayes line 1 col 57 with no advancing
               display " - Tapez Entree " line 1 col 64 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne du fichier de compensation *****
       ImportationLigneChq.
           move "O" to LigneChqValide.
           move spaces to MotifRejetChq.
           perform InitSaisieMouvement.
           move 0 to NumeroChequeMvt.
           move spaces to DateChqImport.
           move 0 to MontantCentimesChq.
           move 0 to UnstringTally.

           unstring E-Cheque delimited by ";" into
             CodeBanqueMvt
             CodeGuichetMvt
             RacineCompteMvt
             TypeCompteMvt
             NumeroChequeMvt
             DateChqImport
             MontantCentimesChq
             tallying in UnstringTally
             on overflow
                 move "N" to LigneChqValide
                 move "Ligne mal formee (champs en trop)" to MotifRejetChq
           end-unstring.

           if LigneChqValide = "O" and UnstringTally < 7 then
               move "N" to LigneChqValide
               move "Ligne mal formee (nombre de champs insuffisant)" to MotifRejetChq
           end-if.

           if LigneChqValide = "O" then
               if NumeroChequeMvt = 0 then
                   move "N" to LigneChqValide
                   move "Numero de cheque absent ou nul" to MotifRejetChq
               end-if
           end-if.

           if LigneChqValide = "O" then
               if DateChqImport is not numeric then
                   move "N" to LigneChqValide
                   move "Date de presentation invalide (attendu AAAAMMJJ)" to MotifRejetChq
               end-if
           end-if.

           if LigneChqValide = "O" then
               if MontantCentimesChq = 0 then
                   move "N" to LigneChqValide
                   move "Montant absent ou nul" to MotifRejetChq
               end-if
           end-if.

      ***** Le cheque doit viser un compte existant et ouvert *****
           if LigneChqValide = "O" then
               perform LectureCompteMvtRedirige
               if CompteMvt-Trouve = 0 then
                   move "N" to LigneChqValide
                   move "Compte inconnu" to MotifRejetChq
               else
                   if StatutCompteMvt <> "O" then
                       move "N" to LigneChqValide
                       move "Compte non ouvert (bloque ou clos)" to MotifRejetChq
                   end-if
               end-if
           end-if.

      ***** Le numero doit appartenir a une plage de chequier remise a ce compte *****
           if LigneChqValide = "O" then
               move 0 to NbChequierTrouve
               exec sql
                   select count(*) into :NbChequierTrouve from Chequier
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and Statut = 'A'
                     and NumeroDebut <= :NumeroChequeMvt
                     and NumeroFin >= :NumeroChequeMvt
               end-exec
               if NbChequierTrouve = 0 then
                   move "N" to LigneChqValide
                   move "Numero hors des chequiers remis a ce compte" to MotifRejetChq
               end-if
           end-if.

      ***** Un numero deja paye ne se paye pas deux fois *****
           if LigneChqValide = "O" then
               move 0 to NbChequePayeTrouve
               exec sql
                   select count(*) into :NbChequePayeTrouve from ChequePaye
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and NumeroCheque = :NumeroChequeMvt
               end-exec
               if NbChequePayeTrouve > 0 then
                   move "N" to LigneChqValide
                   move "Cheque deja paye" to MotifRejetChq
               end-if
           end-if.

      ***** Un cheque frappe d'opposition n'est pas paye *****
           if LigneChqValide = "O" then
               move 0 to NbOppositionTrouve
               exec sql
                   select count(*) into :NbOppositionTrouve from OppositionCheque
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and NumeroCheque = :NumeroChequeMvt
               end-exec
               if NbOppositionTrouve > 0 then
                   move "N" to LigneChqValide
                   move "Cheque frappe d'opposition" to MotifRejetChq
               end-if
           end-if.

           if LigneChqValide = "N" then
               perform EcritureRejetCheque
               exit paragraph
           end-if.

      ***** Provision insuffisante (decouvert du produit et du compte compris) : impaye *****
           compute MontantMvt = MontantCentimesChq / 100.
           move "D" to SensMvt.
           perform ControleProvisionCompte.
           if ProvisionCompteOK = "N" then
               perform ChequeImpaye
               exit paragraph
           end-if.

      ***** Paiement du cheque : debit du compte, mouvement CHQ avec le numero au libelle *****
           compute MontantMvt = MontantCentimesChq / 100.
           move "D" to SensMvt.
           move "CHQ" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Cheque no " NumeroChequeMvt delimited by size into LibelleMvt.
           move DateChqImport to DateValeurMvt.

           perform MiseAJourSoldeCompteMvt.
           move DateChqImport to DateMouvement of MouvementCompte.
           perform EcritureMouvementMvt.

           exec sql
               INSERT INTO ChequePaye
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte, NumeroCheque,
                    DatePaiement, Montant)
               VALUES
                   (:CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                    :NumeroChequeMvt, :DateChqImport, :MontantMvt)
           end-exec.
           add 1 to NbChequesPayes.
           perform RegularisationChequeRepresente.

      ***** Cheque non provisionne : retour a la compensation, incident, injonction, FCC *****
      ***** et frais d'incident (postes meme en decouvert) *****
       ChequeImpaye.
           move CodeBanqueMvt to CodeBanqueInc of LigneIncidentCourante.
           move CodeGuichetMvt to CodeGuichetInc of LigneIncidentCourante.
           move RacineCompteMvt to RacineCompteInc of LigneIncidentCourante.
           move TypeCompteMvt to TypeCompteInc of LigneIncidentCourante.
           move NumeroChequeMvt to NumeroChequeInc of LigneIncidentCourante.
           move MontantMvt to MontantInc of LigneIncidentCourante.
           move DateJourBatch to DateIncidentInc of LigneIncidentCourante.

           perform EcritureRetourCheque.

      ***** Cheque represente et de nouveau impaye : l'incident ouvert a la premiere *****
      ***** presentation reste le seul (ni injonction, ni declaration FCC, ni frais) *****
           move 0 to NbIncidentChqActif.
           exec sql
               select count(*) into :NbIncidentChqActif from IncidentCheque
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and NumeroCheque = :NumeroChequeMvt and Statut = 'A'
           end-exec.
           if NbIncidentChqActif > 0 then
               add 1 to NbChequesImpayes
               exit paragraph
           end-if.

           move spaces to CodeClientIncident.
           exec sql
               select CodeClient into :CodeClientIncident from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.

           move 0 to FraisIncidentChq.
           exec sql
               select Montant into :FraisIncidentChq from TarifCompte
               where TypeCompte = :TypeCompteMvt and CodeService = 'INCCHQ'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 0 to FraisIncidentChq
           end-if.

           exec sql
               select newid() into :IdIncidentCourant
           end-exec.
           move IdIncidentCourant to IdIncident of LigneIncidentCourante.
           exec sql
               INSERT INTO IncidentCheque
                   (IdIncident, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    NumeroCheque, DatePresentation, Montant, DateIncident, Frais,
                    CodeClient, Statut)
               VALUES
                   (:IdIncidentCourant, :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt,
                    :TypeCompteMvt, :NumeroChequeMvt, :DateChqImport, :MontantMvt,
                    :DateJourBatch, :FraisIncidentChq, :CodeClientIncident, 'A')
           end-exec.

      ***** Lettre d'injonction au tireur, montant du cheque en corps de texte *****
           move "INJ" to CodeLettreCourrier of DemandeCourrier.
           move CodeBanqueMvt to CodeBanqueCourrier of DemandeCourrier.
           move CodeGuichetMvt to CodeGuichetCourrier of DemandeCourrier.
           move RacineCompteMvt to RacineCompteCourrier of DemandeCourrier.
           move TypeCompteMvt to TypeCompteCourrier of DemandeCourrier.
           move MontantMvt to MontantCourrier of DemandeCourrier.
           perform GenerationCourrier.

           move "I" to TypeDeclFcc.
           perform EcritureDeclarationFcc.

           if FraisIncidentChq > 0 then
               perform LectureCompteMvt
               move FraisIncidentChq to MontantMvt
               move "D" to SensMvt
               move "FRI" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Frais rejet cheque no " NumeroChequeMvt delimited by size into LibelleMvt
               move DateChqImport to DateValeurMvt
               perform MiseAJourSoldeCompteMvt
               move DateChqImport to DateMouvement of MouvementCompte
               perform EcritureMouvementMvt
           end-if.
           add 1 to NbChequesImpayes.

      ***** Cheque represente et paye : l'incident actif sur ce numero est regularise *****
       RegularisationChequeRepresente.
           move spaces to IdIncidentCourant.
           exec sql
               select IdIncident, DateIncident
               into :IdIncidentCourant, :LigneIncidentCourante.DateIncidentInc
               from IncidentCheque
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and NumeroCheque = :NumeroChequeMvt and Statut = 'A'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               exit paragraph
           end-if.
           move IdIncidentCourant to IdIncident of LigneIncidentCourante.
           move CodeBanqueMvt to CodeBanqueInc of LigneIncidentCourante.
           move CodeGuichetMvt to CodeGuichetInc of LigneIncidentCourante.
           move RacineCompteMvt to RacineCompteInc of LigneIncidentCourante.
           move TypeCompteMvt to TypeCompteInc of LigneIncidentCourante.
           move NumeroChequeMvt to NumeroChequeInc of LigneIncidentCourante.
           move MontantMvt to MontantInc of LigneIncidentCourante.
           perform LeveeIncidentCheque.

      ***** Incident regularise (LigneIncidentCourante) : statut R et annulation au FCC *****
       LeveeIncidentCheque.
           accept DateJourBatch from date yyyymmdd.
           exec sql
               UPDATE IncidentCheque SET Statut = 'R', DateRegularisation = :DateJourBatch
               WHERE IdIncident = :LigneIncidentCourante.IdIncident
           end-exec.
           move "A" to TypeDeclFcc.
           perform EcritureDeclarationFcc.

      ***** Ligne du fichier retour de la compensation, ouvert a la premiere ligne *****
       EcritureRetourCheque.
           if RetourCheques-Ouvert = "N" then
               move "RETOUR CHEQUES" to TypeEditionCourant
               move "RetourCheques" to NomCourtEdition
               perform ConstructionNomEdition
               move NomFichierEditionCourant to NomFichierRetourCheques
               open output F-RetourCheques
               move 0 to NbLignesRetourCheques
               move "O" to RetourCheques-Ouvert
           end-if.
           move CodeBanqueMvt to CodeBanqueRetChq of LigneRetourCheque.
           move CodeGuichetMvt to CodeGuichetRetChq of LigneRetourCheque.
           move RacineCompteMvt to RacineRetChq of LigneRetourCheque.
           move TypeCompteMvt to TypeRetChq of LigneRetourCheque.
           move NumeroChequeMvt to NumeroRetChq of LigneRetourCheque.
           move DateChqImport to DateRetChq of LigneRetourCheque.
           move MontantCentimesChq to MontantCentimesRetChq of LigneRetourCheque.
           write E-RetourCheques from LigneRetourCheque.
           add 1 to NbLignesRetourCheques.

       ClotureRetourCheques.
           if RetourCheques-Ouvert = "O" then
               close F-RetourCheques
               move "RETOUR CHEQUES" to TypeEditionCourant
               move NomFichierRetourCheques to NomFichierEditionCourant
               move 1 to NbPagesCatalogue
               move NbLignesRetourCheques to NbLignesCatalogue
               perform EcritureCatalogueEdition
               move "N" to RetourCheques-Ouvert
           end-if.

      ***** Enregistrement FCC (TypeDeclFcc I ou A) de l'incident LigneIncidentCourante *****
       EcritureDeclarationFcc.
           if DeclFcc-Ouvert = "N" then
               move "DECL FCC" to TypeEditionCourant
               move "DeclarationFcc" to NomCourtEdition
               perform ConstructionNomEdition
               move NomFichierEditionCourant to NomFichierDeclFcc
               open output F-DeclarationFcc
               move 0 to NbLignesDeclFcc
               move "O" to DeclFcc-Ouvert
           end-if.

           move " " to NomFcc of IdentiteFcc.
           move " " to PrenomFcc of IdentiteFcc.
           move " " to CodePostalFcc of IdentiteFcc.
           exec sql
               select ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '), ISNULL(Client.CodePostal, ' ')
               into :IdentiteFcc.NomFcc, :IdentiteFcc.PrenomFcc, :IdentiteFcc.CodePostalFcc
               from Compte
               join Client on Client.CodeClient = Compte.CodeClient
               where Compte.CodeBanque = :LigneIncidentCourante.CodeBanqueInc
                 and Compte.CodeGuichet = :LigneIncidentCourante.CodeGuichetInc
                 and Compte.RacineCompte = :LigneIncidentCourante.RacineCompteInc
                 and Compte.TypeCompte = :LigneIncidentCourante.TypeCompteInc
           end-exec.

           move TypeDeclFcc to TypeDeclFccEd of LigneDeclFcc.
           move DateJourBatch to DateDeclFcc of LigneDeclFcc.
           move CodeBanqueInc of LigneIncidentCourante to CodeBanqueFcc of LigneDeclFcc.
           move CodeGuichetInc of LigneIncidentCourante to CodeGuichetFcc of LigneDeclFcc.
           move RacineCompteInc of LigneIncidentCourante to RacineFcc of LigneDeclFcc.
           move TypeCompteInc of LigneIncidentCourante to TypeFcc of LigneDeclFcc.
           move NumeroChequeInc of LigneIncidentCourante to NumeroChequeFcc of LigneDeclFcc.
           move MontantInc of LigneIncidentCourante to MontantFcc of LigneDeclFcc.
           move DateIncidentInc of LigneIncidentCourante to DateIncidentFcc of LigneDeclFcc.
           move NomFcc of IdentiteFcc to NomFccEd of LigneDeclFcc.
           move PrenomFcc of IdentiteFcc to PrenomFccEd of LigneDeclFcc.
           move CodePostalFcc of IdentiteFcc to CodePostalFccEd of LigneDeclFcc.
           write E-DeclarationFcc from LigneDeclFcc.
           add 1 to NbLignesDeclFcc.

       ClotureDeclarationFcc.
           if DeclFcc-Ouvert = "O" then
               close F-DeclarationFcc
               move "DECL FCC" to TypeEditionCourant
               move NomFichierDeclFcc to NomFichierEditionCourant
               move 1 to NbPagesCatalogue
               move NbLignesDeclFcc to NbLignesCatalogue
               perform EcritureCatalogueEdition
               move "N" to DeclFcc-Ouvert
           end-if.

      *------------------------------------------------------------------
      * Regularisation d'un cheque impaye : le cheque est paye sur le
      * compte redevenu provisionne, ou le client justifie l'avoir paye
      * directement au beneficiaire ; l'incident est leve, l'annulation
      * declaree au FCC, et l'interdiction de chequier tombe avec le
      * dernier incident actif du client
      *------------------------------------------------------------------
       RegularisationImpayes.
           perform InitSaisieMouvement.
           display Regularisation-Saisie.
           accept Regularisation-Saisie.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to Regularisation-iterator.
           perform RegularisationImpayes-Trt until Regularisation-iterator = 1.
           perform ClotureDeclarationFcc.

       RegularisationImpayes-Trt.
           perform AffichageIncidentsCompte.
           if MaxIncidents = 0 then
               display " ** Aucun cheque impaye actif sur ce compte - Tapez Entree ** " line 25 col 1 with no advancing
               accept reponse
               move 1 to Regularisation-iterator
               exit paragraph
           end-if.

           move 0 to NoIncidentSaisi.
           display "No de l'impaye a regulariser (vide = retour) : " line 22 col 2 with no advancing.
           accept NoIncidentSaisi line 22 col 50.
           if NoIncidentSaisi = 0 or NoIncidentSaisi > MaxIncidents then
               move 1 to Regularisation-iterator
               exit paragraph
           end-if.

           move " " to ModeRegularisation.
           display "[P]aiement sur le compte / [J]ustificatif paiement direct / autre = abandon : " line 23 col 2 with no advancing.
           accept ModeRegularisation line 23 col 80.
           if ModeRegularisation = "p" then
               move "P" to ModeRegularisation
           end-if.
           if ModeRegularisation = "j" then
               move "J" to ModeRegularisation
           end-if.
           if ModeRegularisation <> "P" and ModeRegularisation <> "J" then
               exit paragraph
           end-if.

           move corresponding LigneIncidentEcran(NoIncidentSaisi) to LigneIncidentCourante.

      ***** Paiement du cheque sur le compte : la provision doit maintenant suffire *****
           if ModeRegularisation = "P" then
               move CodeBanqueInc of LigneIncidentCourante to CodeBanqueMvt
               move CodeGuichetInc of LigneIncidentCourante to CodeGuichetMvt
               move RacineCompteInc of LigneIncidentCourante to RacineCompteMvt
               move TypeCompteInc of LigneIncidentCourante to TypeCompteMvt
               move NumeroChequeInc of LigneIncidentCourante to NumeroChequeMvt
               move MontantInc of LigneIncidentCourante to MontantMvt
               move "D" to SensMvt
               perform LectureCompteMvt
               perform ControleProvisionCompte
               if ProvisionCompteOK = "N" then
                   display " ** Provision toujours insuffisante pour ce cheque ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               move "CHQ" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Cheque no " NumeroChequeMvt " regularise" delimited by size into LibelleMvt
               perform MiseAJourSoldeCompteMvt
               perform EcritureMouvementGuichet
               exec sql
                   INSERT INTO ChequePaye
                       (CodeBanque, CodeGuichet, RacineCompte, TypeCompte, NumeroCheque,
                        DatePaiement, Montant)
                   VALUES
                       (:CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                        :NumeroChequeMvt, :MouvementCompte.DateMouvement, :MontantMvt)
               end-exec
           end-if.

           perform LeveeIncidentCheque.

           move 0 to NbIncidentsActifs.
           exec sql
               select count(*) into :NbIncidentsActifs from IncidentCheque
               where Statut = 'A'
                 and CodeClient = (select IncidentRegularise.CodeClient from IncidentCheque IncidentRegularise
                                   where IncidentRegularise.IdIncident = :LigneIncidentCourante.IdIncident)
           end-exec.
           if NbIncidentsActifs = 0 then
               display " ** Impaye regularise, interdiction de chequier levee ** " line 25 col 1
           else
               display " ** Impaye regularise, d'autres impayes du client restent actifs ** " line 25 col 1
           end-if.

      ***** Impayes actifs du compte saisi *****
       AffichageIncidentsCompte.
           display Regularisation-Saisie.
           display "No  Cheque   Incident        Montant" line 7 col 1.
           move 0 to MaxIncidents.
           move 7 to NoLigneIncident.
           move 0 to BoucleurIncidents.

           exec sql
               declare C-IncidentsCompte cursor for
                   select IdIncident, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          NumeroCheque, Montant, DateIncident
                   from IncidentCheque
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and Statut = 'A'
                   order by DateIncident, NumeroCheque
           end-exec.
           exec sql
               open C-IncidentsCompte
           end-exec.
           perform AffichageLigneIncident until BoucleurIncidents = 1.
           exec sql
               close C-IncidentsCompte
           end-exec.

       AffichageLigneIncident.
           exec sql
               fetch C-IncidentsCompte into :LigneIncidentCourante.IdIncident,
                   :LigneIncidentCourante.CodeBanqueInc, :LigneIncidentCourante.CodeGuichetInc,
                   :LigneIncidentCourante.RacineCompteInc, :LigneIncidentCourante.TypeCompteInc,
                   :LigneIncidentCourante.NumeroChequeInc, :LigneIncidentCourante.MontantInc,
                   :LigneIncidentCourante.DateIncidentInc
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxIncidents < 13 then
               add 1 to MaxIncidents
               move corresponding LigneIncidentCourante to LigneIncidentEcran(MaxIncidents)
               add 1 to NoLigneIncident
               display MaxIncidents line NoLigneIncident col 1 with no advancing
               display NumeroChequeInc of LigneIncidentCourante line NoLigneIncident col 5 with no advancing
               display DateIncidentInc of LigneIncidentCourante line NoLigneIncident col 14 with no advancing
               display MontantInc of LigneIncidentCourante line NoLigneIncident col 24 pic Z(9)9V,99 with no advancing
           else
               move 1 to BoucleurIncidents
           end-if.

      ***** Ecriture d'un cheque rejete au fichier de rejets de la compensation *****
       EcritureRejetCheque.
           if RejetsCheques-Ouvert = "N" then
               open output F-RejetsCheques
               write E-RejetsCheques from " No ligne  Contenu de la ligne                                                                                 Motif du rejet"
               move "O" to RejetsCheques-Ouvert
           end-if.

           move NoLigneImportChq to NoLigneRejetChq.
           move E-Cheque to ContenuLigneRejetChq.
           write E-RejetsCheques from LigneRejetChq.
           add 1 to NbChequesRejetes.

      **********************************************************************************************
      ***** Caisse du guichet (sous-menu Saisie mouvement, option 7) *****
      ***** Une caisse par operateur, guichet et journee : ouverture avec le fond de *****
      ***** caisse, cloture avec le montant compte et calcul automatique de l'ecart *****
      **********************************************************************************************
       CaisseGuichet.
           move 0 to Caisse-iterator.
           perform CaisseGuichet-Trt until Caisse-iterator = 1.

       CaisseGuichet-Trt.
           perform AffichageCaisseJour.
           move " " to OptionCaisse.
           display "[O]uvrir / [C]loturer / [E]tat du jour / [X] Change / autre = retour : " line 22 col 2 with no advancing.
           accept OptionCaisse line 22 col 74.
           if OptionCaisse = "o" then
               move "O" to OptionCaisse
           end-if.
           if OptionCaisse = "c" then
               move "C" to OptionCaisse
           end-if.
           if OptionCaisse = "e" then
               move "E" to OptionCaisse
           end-if.
           if OptionCaisse = "x" then
               move "X" to OptionCaisse
           end-if.

           evaluate OptionCaisse
               when "O"
                   perform OuvertureCaisse
               when "C"
                   perform ClotureCaisse
               when "E"
                   perform EditionCaissesJour
               when "X"
                   perform ChangeGuichet
               when other
                   move 1 to Caisse-iterator
           end-evaluate.

      ***** Position du jour de la caisse de l'operateur signe (tous guichets confondus) *****
       AffichageCaisseJour.
           accept DateJourCaisse from date yyyymmdd.
           display " " line 1 col 1 blank screen.
           display "CAISSE DU GUICHET - OPERATEUR " line 2 col 22 with no advancing.
           display CodeOperateurSigne line 2 col 52.
           display "Guichet   Fond        Depots      Retraits    Theorique   Statut  Devise" line 4 col 2.

           move 5 to NoLigneCaisseAffichage.
           exec sql
               declare C-CaissesOper cursor for
                   select CodeGuichet, FondOuverture, TotalDepots, TotalRetraits, Statut,
                          ISNULL(Devise, 'EUR')
                   from CaisseGuichet
                   where CodeOperateur = :CodeOperateurSigne
                     and DateCaisse = :DateJourCaisse
                   order by CodeGuichet, ISNULL(Devise, 'EUR')
           end-exec.
           exec sql
               open C-CaissesOper
           end-exec.

           move 0 to BoucleurCaisse.
           perform AffichageLigneCaisse until BoucleurCaisse = 1.

           exec sql
               close C-CaissesOper
           end-exec.

       AffichageLigneCaisse.
           exec sql
               fetch C-CaissesOper into :LigneCaisseCourante.GuichetCai,
                   :LigneCaisseCourante.FondCai,
                   :LigneCaisseCourante.DepotsCai,
                   :LigneCaisseCourante.RetraitsCai,
                   :LigneCaisseCourante.StatutCai,
                   :LigneCaisseCourante.DeviseCai
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               compute TheoriqueCaisse = FondCai of LigneCaisseCourante
                   + DepotsCai of LigneCaisseCourante
                   - RetraitsCai of LigneCaisseCourante
               display GuichetCai of LigneCaisseCourante line NoLigneCaisseAffichage col 2 with no advancing
               display FondCai of LigneCaisseCourante line NoLigneCaisseAffichage col 10 pic Z(7)9V,99 with no advancing
               display DepotsCai of LigneCaisseCourante line NoLigneCaisseAffichage col 22 pic Z(7)9V,99 with no advancing
               display RetraitsCai of LigneCaisseCourante line NoLigneCaisseAffichage col 34 pic Z(7)9V,99 with no advancing
               display TheoriqueCaisse line NoLigneCaisseAffichage col 46 pic -Z(7)9V,99 with no advancing
               display StatutCai of LigneCaisseCourante line NoLigneCaisseAffichage col 60 with no advancing
               display DeviseCai of LigneCaisseCourante line NoLigneCaisseAffichage col 68
               add 1 to NoLigneCaisseAffichage
           else
               move 1 to BoucleurCaisse
           end-if.

      ***** Ouverture de la caisse du jour : guichet + fond de caisse, par devise *****
       OuvertureCaisse.
           move " " to CodeGuichetCaisse.
           move 0 to FondOuvertureSaisi.
           move " " to DeviseCaisse.
           display "Code guichet : " line 23 col 2 with no advancing.
           accept CodeGuichetCaisse line 23 col 17.
           display "Fond de caisse : " line 23 col 25 with no advancing.
           accept FondOuvertureSaisi line 23 col 43.
           display "Devise : " line 23 col 58 with no advancing.
           accept DeviseCaisse line 23 col 67.
           perform NormalisationDeviseCaisse.

           if CodeGuichetCaisse = " " then
               display " ** Code guichet obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NbCaisseTrouve.
           exec sql
               select count(*) into :NbCaisseTrouve from CaisseGuichet
               where CodeOperateur = :CodeOperateurSigne
                 and CodeGuichet = :CodeGuichetCaisse
                 and DateCaisse = :DateJourCaisse
                 and ISNULL(Devise, 'EUR') = :DeviseCaisse
           end-exec.
           if NbCaisseTrouve > 0 then
               display " ** Caisse deja ouverte ce jour pour ce guichet et cette devise ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               INSERT INTO CaisseGuichet
                   (CodeOperateur, CodeGuichet, DateCaisse, FondOuverture,
                    TotalDepots, TotalRetraits, MontantCompte, Ecart, Statut, Devise)
               VALUES
                   (:CodeOperateurSigne, :CodeGuichetCaisse, :DateJourCaisse,
                    :FondOuvertureSaisi, 0, 0, 0, 0, 'O', :DeviseCaisse)
           end-exec.
           display " ** Caisse ouverte ** " line 25 col 1.

      ***** Cloture de la caisse du jour : montant compte et ecart automatique ; chaque *****
      ***** devise se cloture et s'equilibre separement *****
       ClotureCaisse.
           move " " to CodeGuichetCaisse.
           move 0 to MontantCompteSaisi.
           move " " to DeviseCaisse.
           display "Code guichet : " line 23 col 2 with no advancing.
           accept CodeGuichetCaisse line 23 col 17.
           display "Montant compte : " line 23 col 25 with no advancing.
           accept MontantCompteSaisi line 23 col 43.
           display "Devise : " line 23 col 58 with no advancing.
           accept DeviseCaisse line 23 col 67.
           perform NormalisationDeviseCaisse.

           move 0 to FondCaisse.
           move 0 to DepotsCaisse.
           move 0 to RetraitsCaisse.
           exec sql
               select FondOuverture, TotalDepots, TotalRetraits
               into :FondCaisse, :DepotsCaisse, :RetraitsCaisse
               from CaisseGuichet
               where CodeOperateur = :CodeOperateurSigne
                 and CodeGuichet = :CodeGuichetCaisse
                 and DateCaisse = :DateJourCaisse
                 and ISNULL(Devise, 'EUR') = :DeviseCaisse
                 and Statut = 'O'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Aucune caisse ouverte ce jour pour ce guichet et cette devise ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           compute TheoriqueCaisse = FondCaisse + DepotsCaisse - RetraitsCaisse.
           compute EcartCaisse = MontantCompteSaisi - TheoriqueCaisse.

           exec sql
               UPDATE CaisseGuichet
               SET MontantCompte = :MontantCompteSaisi, Ecart = :EcartCaisse,
                   Statut = 'F'
               WHERE CodeOperateur = :CodeOperateurSigne
                 AND CodeGuichet = :CodeGuichetCaisse
                 AND DateCaisse = :DateJourCaisse
                 AND ISNULL(Devise, 'EUR') = :DeviseCaisse
                 AND Statut = 'O'
           end-exec.

           display "Caisse cloturee - Ecart : " line 25 col 1 with no advancing.
           display EcartCaisse line 25 col 27 pic -Z(7)9V,99 with no advancing.
           display DeviseCaisse line 25 col 40 with no advancing.
           display " - Tapez Entree " line 25 col 44 with no advancing.
           accept reponse.

      ***** Devise de caisse saisie : majuscules, vide = EUR *****
       NormalisationDeviseCaisse.
           inspect DeviseCaisse converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if DeviseCaisse = " " then
               move "EUR" to DeviseCaisse
           end-if.

      ***** Alimentation de la caisse ouverte de l'operateur par un mouvement especes *****
      ***** (DEP/RET saisi au guichet) ; sans caisse ouverte, le mouvement passe quand meme *****
       AlimentationCaisse.
           if CodeOperationMvt <> "DEP" and CodeOperationMvt <> "RET" then
               exit paragraph
           end-if.
           accept DateJourCaisse from date yyyymmdd.

      ***** Les especes vont a la caisse de la devise du compte *****
           move "EUR" to DeviseCaisse.
           exec sql
               select ISNULL(Devise, 'EUR') into :DeviseCaisse from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           if DeviseCaisse = " " then
               move "EUR" to DeviseCaisse
           end-if.

           if CodeOperationMvt = "DEP" then
               exec sql
                   UPDATE CaisseGuichet
                   SET TotalDepots = TotalDepots + :MontantMvt
                   WHERE CodeOperateur = :CodeOperateurSigne
                     AND CodeGuichet = :CodeGuichetMvt
                     AND DateCaisse = :DateJourCaisse
                     AND ISNULL(Devise, 'EUR') = :DeviseCaisse
                     AND Statut = 'O'
               end-exec
           else
               exec sql
                   UPDATE CaisseGuichet
                   SET TotalRetraits = TotalRetraits + :MontantMvt
                   WHERE CodeOperateur = :CodeOperateurSigne
                     AND CodeGuichet = :CodeGuichetMvt
                     AND DateCaisse = :DateJourCaisse
                     AND ISNULL(Devise, 'EUR') = :DeviseCaisse
                     AND Statut = 'O'
               end-exec
           end-if.

      **********************************************************************************************
      ***** Change manuel de devises au guichet (caisse du guichet, option X) *****
      ***** Achat (A) ou vente (V) de billets etrangers par le client, au taux TauxChange *****
      ***** corrige de la marge, plus la commission ; la caisse de la devise doit etre *****
      ***** ouverte. Reglement en especes (caisse EUR) ou sur un compte client en EUR *****
      **********************************************************************************************
       ChangeGuichet.
           perform SaisieChangeGuichet.
           display "Tapez Entree " line 24 col 2 with no advancing.
           accept reponse.

       SaisieChangeGuichet.
           move " " to CodeGuichetCaisse.
           move " " to SensChangeSaisi.
           move " " to DeviseChangeSaisie.
           move 0 to MontantDeviseSaisi.
           move " " to ReglementChangeSaisi.
           move " " to NomChangeSaisi.
           move " " to PrenomChangeSaisi.
           move " " to PieceChangeSaisie.
           perform InitSaisieMouvement.
           display ChangeGuichet-Ecran.
           accept ChangeGuichet-Ecran.

           inspect SensChangeSaisi converting "av" to "AV".
           inspect ReglementChangeSaisi converting "ec" to "EC".
           inspect DeviseChangeSaisie converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if CodeGuichetCaisse = " " then
               display " ** Code guichet obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if SensChangeSaisi <> "A" and SensChangeSaisi <> "V" then
               display " ** Sens A ou V obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if MontantDeviseSaisi = 0 then
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if ReglementChangeSaisi <> "E" and ReglementChangeSaisi <> "C" then
               display " ** Reglement E ou C obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Devise etrangere connue du referentiel des taux *****
           if DeviseChangeSaisie = " " or DeviseChangeSaisie = "EUR" then
               display " ** Devise etrangere obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move 0 to NbTauxTrouve.
           exec sql
               select count(*) into :NbTauxTrouve from TauxChange
               where Devise = :DeviseChangeSaisie
           end-exec.
           if NbTauxTrouve = 0 then
               display " ** Devise sans taux au referentiel TauxChange ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Caisse de la devise ouverte ce jour ; pour un achat client, billets suffisants *****
           accept DateJourCaisse from date yyyymmdd.
           move 0 to FondCaisse.
           move 0 to DepotsCaisse.
           move 0 to RetraitsCaisse.
           exec sql
               select FondOuverture, TotalDepots, TotalRetraits
               into :FondCaisse, :DepotsCaisse, :RetraitsCaisse
               from CaisseGuichet
               where CodeOperateur = :CodeOperateurSigne
                 and CodeGuichet = :CodeGuichetCaisse
                 and DateCaisse = :DateJourCaisse
                 and ISNULL(Devise, 'EUR') = :DeviseChangeSaisie
                 and Statut = 'O'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Aucune caisse ouverte ce jour dans cette devise ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           compute DisponibleDeviseChange = FondCaisse + DepotsCaisse - RetraitsCaisse.
           if SensChangeSaisi = "A" and MontantDeviseSaisi > DisponibleDeviseChange then
               display " ** Billets insuffisants dans la caisse de la devise ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform CalculChangeGuichet.
           if ValidateurChange = 0 then
               exit paragraph
           end-if.

      ***** Identite obligatoire au-dela du seuil pour un change en especes *****
           if ReglementChangeSaisi = "E" and ContreValeurChange > SeuilIdentiteChange then
               if NomChangeSaisi = " " or PieceChangeSaisie = " " then
                   display " ** Au-dela du seuil : nom et piece d'identite obligatoires ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
           end-if.

           if ReglementChangeSaisi = "C" then
               perform ControleCompteChange
               if ValidateurChange = 0 then
                   exit paragraph
               end-if
           end-if.

           move "N" to ConfirmationChange.
           display ChangeGuichet-Confirmation.
           accept ChangeGuichet-Confirmation.
           if ConfirmationChange <> "o" and ConfirmationChange <> "O" then
               display " ** Operation abandonnee ** " line 25 col 1
               exit paragraph
           end-if.

           if ReglementChangeSaisi = "C" then
               move MontantDeviseSaisi to MontantDeviseChangeEd
               move spaces to LibelleMvt
               if SensChangeSaisi = "A" then
                   string "Achat " DeviseChangeSaisie " " MontantDeviseChangeEd " au guichet"
                       delimited by size into LibelleMvt
               else
                   string "Vente " DeviseChangeSaisie " " MontantDeviseChangeEd " au guichet"
                       delimited by size into LibelleMvt
               end-if
               move "CHG" to CodeOperationMvt
               perform MiseAJourSoldeCompteMvt
               perform EcritureMouvementGuichet
           end-if.

           perform EcritureOperationChange.
           perform AlimentationCaisseChange.
           display " ** Operation de change enregistree ** " line 25 col 1.

      ***** Parametres du change (marge %, commission EUR, seuil d'identification) *****
       LectureParametresChange.
           move 2 to MargeChange.
           move 3 to CommissionChange.
           move 1000 to SeuilIdentiteChange.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'MARGECHANGE'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :MargeChange from ParametreBancaire
                   where CleParam = 'MARGECHANGE'
               end-exec
           end-if.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'COMMISSIONCHANGE'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :CommissionChange from ParametreBancaire
                   where CleParam = 'COMMISSIONCHANGE'
               end-exec
           end-if.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'SEUILIDCHANGE'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :SeuilIdentiteChange from ParametreBancaire
                   where CleParam = 'SEUILIDCHANGE'
               end-exec
           end-if.

      ***** Taux applique, contre-valeur, net EUR du client et produit de change : le *****
      ***** client qui achete paie contre-valeur + commission, celui qui vend recoit *****
      ***** contre-valeur - commission ; produit = ecart au taux de reference + commission *****
       CalculChangeGuichet.
           move 1 to ValidateurChange.
           perform LectureParametresChange.
           move DeviseChangeSaisie to DeviseTaux.
           move spaces to DateTauxRecherche.
           perform RechercheTauxEur.
           compute ContreValeurRefChange rounded = MontantDeviseSaisi * TauxEurTrouve.

           if SensChangeSaisi = "A" then
               compute TauxAppliqueChange rounded = TauxEurTrouve * (100 + MargeChange) / 100
               compute ContreValeurChange rounded = MontantDeviseSaisi * TauxAppliqueChange
               compute MontantEurChange = ContreValeurChange + CommissionChange
               compute ProduitChange = ContreValeurChange - ContreValeurRefChange + CommissionChange
           else
               compute TauxAppliqueChange rounded = TauxEurTrouve * (100 - MargeChange) / 100
               compute ContreValeurChange rounded = MontantDeviseSaisi * TauxAppliqueChange
               if ContreValeurChange <= CommissionChange then
                   move 0 to ValidateurChange
                   display " ** Montant inferieur a la commission de change ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               compute MontantEurChange = ContreValeurChange - CommissionChange
               compute ProduitChange = ContreValeurRefChange - ContreValeurChange + CommissionChange
           end-if.

      ***** Reglement sur compte : compte en EUR, ouvert, dans les droits de l'operateur ; *****
      ***** le client qui achete est debite, celui qui vend est credite *****
       ControleCompteChange.
           move 1 to ValidateurChange.
           if SensChangeSaisi = "A" then
               move "D" to SensMvt
           else
               move "C" to SensMvt
           end-if.
           move MontantEurChange to MontantMvt.

           perform ControleAutorisationSaisie.
           if AutorisationSaisie-OK = "N" then
               move 0 to ValidateurChange
               exit paragraph
           end-if.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               move 0 to ValidateurChange
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutCompteMvt <> "O" then
               move 0 to ValidateurChange
               display " ** Compte non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "EUR" to DeviseCompteChange.
           exec sql
               select ISNULL(Devise, 'EUR') into :DeviseCompteChange from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           if DeviseCompteChange <> "EUR" and DeviseCompteChange <> " " then
               move 0 to ValidateurChange
               display " ** Change sur compte : compte en EUR obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform ControleDecouvertProduit.
           if DecouvertProduitOK = "N" then
               move 0 to ValidateurChange
               if MontantSaisiOK = "N" then
                   display " ** Somme bloquee par une saisie sur le compte ** " line 25 col 1 bell blink
               else
                   display " ** Decouvert interdit sur ce type de compte (catalogue produits) ** " line 25 col 1 bell blink
               end-if
           end-if.

      ***** Conservation de l'operation de change (identite, taux, produit) *****
       EcritureOperationChange.
           if ReglementChangeSaisi = "E" then
               move " " to CodeBanqueMvt
               move " " to CodeGuichetMvt
               move " " to RacineCompteMvt
               move " " to TypeCompteMvt
           end-if.
           exec sql
               INSERT INTO OperationChange
                   (DateOperation, CodeOperateur, CodeGuichetCaisse, Sens, Devise,
                    MontantDevise, TauxReference, TauxApplique, ContreValeur,
                    Commission, MontantEur, ProduitChange, Reglement,
                    CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    NomClient, PrenomClient, PieceIdentite)
               VALUES
                   (:DateJourCaisse, :CodeOperateurSigne, :CodeGuichetCaisse,
                    :SensChangeSaisi, :DeviseChangeSaisie,
                    :MontantDeviseSaisi, :TauxEurTrouve, :TauxAppliqueChange,
                    :ContreValeurChange, :CommissionChange, :MontantEurChange,
                    :ProduitChange, :ReglementChangeSaisi,
                    :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                    :NomChangeSaisi, :PrenomChangeSaisi, :PieceChangeSaisie)
           end-exec.

      ***** Caisse de la devise : sortie des billets vendus ou entree des billets achetes ; *****
      ***** caisse EUR (si ouverte) pour un reglement en especes *****
       AlimentationCaisseChange.
           if SensChangeSaisi = "A" then
               exec sql
                   UPDATE CaisseGuichet
                   SET TotalRetraits = TotalRetraits + :MontantDeviseSaisi
                   WHERE CodeOperateur = :CodeOperateurSigne
                     AND CodeGuichet = :CodeGuichetCaisse
                     AND DateCaisse = :DateJourCaisse
                     AND ISNULL(Devise, 'EUR') = :DeviseChangeSaisie
                     AND Statut = 'O'
               end-exec
           else
               exec sql
                   UPDATE CaisseGuichet
                   SET TotalDepots = TotalDepots + :MontantDeviseSaisi
                   WHERE CodeOperateur = :CodeOperateurSigne
                     AND CodeGuichet = :CodeGuichetCaisse
                     AND DateCaisse = :DateJourCaisse
                     AND ISNULL(Devise, 'EUR') = :DeviseChangeSaisie
                     AND Statut = 'O'
               end-exec
           end-if.

           if ReglementChangeSaisi <> "E" then
               exit paragraph
           end-if.
           if SensChangeSaisi = "A" then
               exec sql
                   UPDATE CaisseGuichet
                   SET TotalDepots = TotalDepots + :MontantEurChange
                   WHERE CodeOperateur = :CodeOperateurSigne
                     AND CodeGuichet = :CodeGuichetCaisse
                     AND DateCaisse = :DateJourCaisse
                     AND ISNULL(Devise, 'EUR') = 'EUR'
                     AND Statut = 'O'
               end-exec
           else
               exec sql
                   UPDATE CaisseGuichet
                   SET TotalRetraits = TotalRetraits + :MontantEurChange
                   WHERE CodeOperateur = :CodeOperateurSigne
                     AND CodeGuichet = :CodeGuichetCaisse
                     AND DateCaisse = :DateJourCaisse
                     AND ISNULL(Devise, 'EUR') = 'EUR'
                     AND Statut = 'O'
               end-exec
           end-if.

      ***** Etat quotidien des caisses par guichet, nom date et fiche au catalogue *****
      ***** Mode batch "CAISSES" *****
       EditionCaissesJour.
           move 0 to NbCaissesEditees.
           accept DateJourCaisse from date yyyymmdd.

           move "CAISSES JOUR" to TypeEditionCourant.
           move "CaissesJour" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportCaisse.

           open output F-RapportCaisse.
           write E-RapportCaisse from " Caisses du jour par guichet (fond, especes, comptage et ecart)".
           write E-RapportCaisse from " ---------------------------------------------------------------".
           write E-RapportCaisse from " Guich  Operat.   Fond        Depots      Retraits    Compte      Ecart       St  Dev".

           exec sql
               declare C-CaissesJour cursor for
                   select CodeGuichet, CodeOperateur, FondOuverture, TotalDepots,
                          TotalRetraits, MontantCompte, Ecart, Statut, ISNULL(Devise, 'EUR')
                   from CaisseGuichet
                   where DateCaisse = :DateJourCaisse
                   order by CodeGuichet, CodeOperateur, ISNULL(Devise, 'EUR')
           end-exec.
           exec sql
               open C-CaissesJour
           end-exec.

           move 0 to BoucleurCaisse.
           perform EditionLigneCaisse until BoucleurCaisse = 1.

           exec sql
               close C-CaissesJour
           end-exec.

           close F-RapportCaisse.
           move NomFichierRapportCaisse to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbCaissesEditees to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "CAISSES" then
               display "Caisses editees : " line 1 col 1 with no advancing
               display NbCaissesEditees line 1 col 19 with no advancing
               display " - Tapez Entree " line 1 col 26 with no advancing
               accept reponse
           end-if.

       EditionLigneCaisse.
           exec sql
               fetch C-CaissesJour into :LigneCaisseCourante.GuichetCai,
                   :LigneCaisseCourante.OperateurCai,
                   :LigneCaisseCourante.FondCai,
                   :LigneCaisseCourante.DepotsCai,
                   :LigneCaisseCourante.RetraitsCai,
                   :LigneCaisseCourante.CompteCai,
                   :LigneCaisseCourante.EcartCai,
                   :LigneCaisseCourante.StatutCai,
                   :LigneCaisseCourante.DeviseCai
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbCaissesEditees
               move GuichetCai of LigneCaisseCourante to GuichetCaiEd of LigneCaisseEdition
               move OperateurCai of LigneCaisseCourante to OperateurCaiEd of LigneCaisseEdition
               move FondCai of LigneCaisseCourante to FondCaiEd of LigneCaisseEdition
               move DepotsCai of LigneCaisseCourante to DepotsCaiEd of LigneCaisseEdition
               move RetraitsCai of LigneCaisseCourante to RetraitsCaiEd of LigneCaisseEdition
               move CompteCai of LigneCaisseCourante to CompteCaiEd of LigneCaisseEdition
               move EcartCai of LigneCaisseCourante to EcartCaiEd of LigneCaisseEdition
               move StatutCai of LigneCaisseCourante to StatutCaiEd of LigneCaisseEdition
               move DeviseCai of LigneCaisseCourante to DeviseCaiEd of LigneCaisseEdition
               write E-RapportCaisse from LigneCaisseEdition
           else
               move 1 to BoucleurCaisse
           end-if.

      **********************************************************************************************
      ***** Supervision de l'activite par guichet et operateur *****
      ***** Agregats de MouvementCompte par guichet, operateur et code operation sur la *****
      ***** journee ou la periode demandee ; "*" sur les operateurs dont le volume depasse *****
      ***** trois fois leur moyenne quotidienne historique. Mode batch "SUPERVISION"+date *****
      **********************************************************************************************
       SaisiePeriodeSupervision.
           move spaces to DateDebutSup.
           move spaces to DateFinSup.
           display "Date debut (AAAAMMJJ, vide = jour) : " line 1 col 2 with no advancing.
           accept DateDebutSup line 1 col 40.
           display "Date fin (vide = date debut)       : " line 2 col 2 with no advancing.
           accept DateFinSup line 2 col 40.

       SupervisionActivite.
           perform SupervisionActivite-Init.
           perform SupervisionActivite-Trt until Supervision-iterator = 1.
           perform SupervisionActivite-Fin.

       SupervisionActivite-Init.
           move 0 to Supervision-iterator.
           move 0 to NbLignesSup.
           move 0 to TotalDebitSup.
           move 0 to TotalCreditSup.
           move spaces to OperateurPrecSup.
           move " " to DeviationOperSup.

           if DateDebutSup = spaces or DateDebutSup is not numeric then
               accept DateDebutSup from date yyyymmdd
           end-if.
           if DateFinSup = spaces or DateFinSup is not numeric then
               move DateDebutSup to DateFinSup
           end-if.

           exec sql
               declare C-Supervision cursor for
                   select MouvementCompte.CodeGuichet,
                          ISNULL(max(Guichet.NomGuichet), ' '),
                          ISNULL(MouvementCompte.CodeOperateur, ' '),
                          ISNULL(max(Operateur.NomOperateur), ' '),
                          ISNULL(MouvementCompte.CodeOperation, ' '),
                          count(*),
                          sum(case when MouvementCompte.Sens = 'D' then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.Sens = 'C' then MouvementCompte.Montant else 0 end)
                   from MouvementCompte
                   left join Guichet
                     on Guichet.CodeBanque = MouvementCompte.CodeBanque
                    and Guichet.CodeGuichet = MouvementCompte.CodeGuichet
                   left join Operateur
                     on Operateur.CodeOperateur = MouvementCompte.CodeOperateur
                   where MouvementCompte.DateMouvement >= :DateDebutSup
                     and MouvementCompte.DateMouvement <= :DateFinSup
                   group by MouvementCompte.CodeGuichet, MouvementCompte.CodeOperateur,
                       MouvementCompte.CodeOperation
                   order by MouvementCompte.CodeGuichet, MouvementCompte.CodeOperateur,
                       MouvementCompte.CodeOperation
           end-exec.

           exec sql
               open C-Supervision
           end-exec.

           move "SUPERVISION" to TypeEditionCourant.
           move "Supervision" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportSup.
           open output F-RapportSupervision.
           write E-RapportSupervision from " Supervision de l'activite par guichet et operateur ('*' = volume inhabituel)".
           write E-RapportSupervision from " -----------------------------------------------------------------------------".
           write E-RapportSupervision from " Guich Nom guichet    Operat.   Nom operat.  Op  NbMvt Total debit  Total credit".

       SupervisionActivite-Trt.
           exec sql
               fetch C-Supervision into :LigneSupCourante.CodeGuichetSup,
                   :LigneSupCourante.NomGuichetSup,
                   :LigneSupCourante.CodeOperateurSup,
                   :LigneSupCourante.NomOperateurSup,
                   :LigneSupCourante.CodeOperationSup,
                   :LigneSupCourante.NbMvtSup,
                   :LigneSupCourante.TotalDebitSupL,
                   :LigneSupCourante.TotalCreditSupL
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform EditionLigneSupervision
           else
               move 1 to Supervision-iterator
           end-if.

       SupervisionActivite-Fin.
           exec sql
               close C-Supervision
           end-exec.

           write E-RapportSupervision from " ".
           move "TOTAL" to CodeGuichetSupEd of LigneSupEdition.
           move spaces to NomGuichetSupEd of LigneSupEdition.
           move spaces to CodeOperateurSupEd of LigneSupEdition.
           move " " to DeviationSupEd of LigneSupEdition.
           move spaces to NomOperateurSupEd of LigneSupEdition.
           move spaces to CodeOperationSupEd of LigneSupEdition.
           move 0 to NbMvtSupEd of LigneSupEdition.
           move TotalDebitSup to TotalDebitSupEd of LigneSupEdition.
           move TotalCreditSup to TotalCreditSupEd of LigneSupEdition.
           write E-RapportSupervision from LigneSupEdition.
           close F-RapportSupervision.

           move NomFichierRapportSup to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesSup to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:11) <> "SUPERVISION" then
               display "Lignes de supervision editees : " line 1 col 1 with no advancing
               display NbLignesSup line 1 col 33 with no advancing
               display " - Tapez Entree " line 1 col 40 with no advancing
               accept reponse
           end-if.

      ***** Ligne d'agregat ; la deviation n'est recalculee qu'au changement d'operateur *****
       EditionLigneSupervision.
           add 1 to NbLignesSup.
           if CodeOperateurSup of LigneSupCourante <> OperateurPrecSup then
               move CodeOperateurSup of LigneSupCourante to OperateurPrecSup
               perform ControleDeviationOperateur
           end-if.

           move CodeGuichetSup of LigneSupCourante to CodeGuichetSupEd of LigneSupEdition.
           move NomGuichetSup of LigneSupCourante to NomGuichetSupEd of LigneSupEdition.
           move CodeOperateurSup of LigneSupCourante to CodeOperateurSupEd of LigneSupEdition.
           move DeviationOperSup to DeviationSupEd of LigneSupEdition.
           move NomOperateurSup of LigneSupCourante to NomOperateurSupEd of LigneSupEdition.
           move CodeOperationSup of LigneSupCourante to CodeOperationSupEd of LigneSupEdition.
           move NbMvtSup of LigneSupCourante to NbMvtSupEd of LigneSupEdition.
           move TotalDebitSupL of LigneSupCourante to TotalDebitSupEd of LigneSupEdition.
           move TotalCreditSupL of LigneSupCourante to TotalCreditSupEd of LigneSupEdition.
           write E-RapportSupervision from LigneSupEdition.

           add TotalDebitSupL of LigneSupCourante to TotalDebitSup.
           add TotalCreditSupL of LigneSupCourante to TotalCreditSup.

      ***** Deviation d'un operateur : son volume de mouvements sur la periode contre trois *****
      ***** fois sa moyenne quotidienne anterieure a la periode *****
       ControleDeviationOperateur.
           move " " to DeviationOperSup.

           move 0 to NbMvtPeriodeOper.
           move 0 to NbJoursPeriodeOper.
           exec sql
               select count(*), count(distinct DateMouvement)
               into :NbMvtPeriodeOper, :NbJoursPeriodeOper
               from MouvementCompte
               where CodeOperateur = :OperateurPrecSup
                 and DateMouvement >= :DateDebutSup
                 and DateMouvement <= :DateFinSup
           end-exec.

           move 0 to NbMvtAvantOper.
           move 0 to NbJoursAvantOper.
           exec sql
               select count(*), count(distinct DateMouvement)
               into :NbMvtAvantOper, :NbJoursAvantOper
               from MouvementCompte
               where CodeOperateur = :OperateurPrecSup
                 and DateMouvement < :DateDebutSup
           end-exec.

           if NbJoursAvantOper = 0 or NbJoursPeriodeOper = 0 then
               exit paragraph
           end-if.

           compute MoyenneJourOper rounded = NbMvtAvantOper / NbJoursAvantOper.
           compute SeuilDeviationOper = MoyenneJourOper * NbJoursPeriodeOper * 3.
           if SeuilDeviationOper > 0 and NbMvtPeriodeOper > SeuilDeviationOper then
               move "*" to DeviationOperSup
           end-if.

      **********************************************************************************************
      ***** Declaration des transactions en especes au-dela du seuil *****
      ***** Cumuls DEP/RET par compte et par journee du mois demande ; tout cumul au-dela *****
      ***** du seuil SEUILESPECES part au fichier de declaration et a la liste de controle. *****
      ***** Mode batch "ESPECES" + mois AAAAMM facultatif *****
      **********************************************************************************************
       DeclarationEspeces.
           perform DeclarationEspeces-Init.
           perform DeclarationEspeces-Trt until Especes-iterator = 1.
           perform DeclarationEspeces-Fin.

      ***** Seuil de declaration des especes (parametre SEUILESPECES, 10000 a defaut) *****
       LectureSeuilEspeces.
           move 10000 to SeuilEspeces.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'SEUILESPECES'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :SeuilEspeces from ParametreBancaire
                   where CleParam = 'SEUILESPECES'
               end-exec
           end-if.

       DeclarationEspeces-Init.
           move 0 to Especes-iterator.
           move 0 to NbDeclEspeces.
           perform LectureSeuilEspeces.

           if MoisEspeces = spaces or MoisEspeces is not numeric then
               accept DateDebutEsp from date yyyymmdd
               move DateDebutEsp(1:6) to MoisEspeces
           end-if.
           move spaces to DateDebutEsp.
           string MoisEspeces "01" delimited by size into DateDebutEsp.
           move spaces to DateFinEsp.
           string MoisEspeces "31" delimited by size into DateFinEsp.

           exec sql
               declare C-Especes cursor for
                   select MouvementCompte.CodeBanque, MouvementCompte.CodeGuichet,
                          MouvementCompte.RacineCompte, MouvementCompte.TypeCompte,
                          MouvementCompte.DateMouvement,
                          sum(MouvementCompte.Montant),
                          ISNULL(max(Client.Nom), ' '), ISNULL(max(Client.Prenom), ' '),
                          ISNULL(max(Client.Adresse), ' '),
                          ISNULL(max(Client.CodePostal), ' '), ISNULL(max(Client.Ville), ' ')
                   from MouvementCompte
                   left join Compte
                     on Compte.CodeBanque = MouvementCompte.CodeBanque
                    and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                    and Compte.RacineCompte = MouvementCompte.RacineCompte
                    and Compte.TypeCompte = MouvementCompte.TypeCompte
                   left join Client on Client.CodeClient = Compte.CodeClient
                   where MouvementCompte.CodeOperation in ('DEP', 'RET')
                     and MouvementCompte.DateMouvement >= :DateDebutEsp
                     and MouvementCompte.DateMouvement <= :DateFinEsp
                   group by MouvementCompte.CodeBanque, MouvementCompte.CodeGuichet,
                       MouvementCompte.RacineCompte, MouvementCompte.TypeCompte,
                       MouvementCompte.DateMouvement
                   having sum(MouvementCompte.Montant) > :SeuilEspeces
                   order by MouvementCompte.DateMouvement, MouvementCompte.CodeBanque
           end-exec.

           exec sql
               open C-Especes
           end-exec.

           move "DECL ESPECES" to TypeEditionCourant.
           move "DeclEspeces" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierDeclEspeces.
           open output F-DeclarationEspeces.

           move "CTL ESPECES" to TypeEditionCourant.
           move "CtlEspeces" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierCtlEspeces.
           open output F-ControleEspeces.
           write E-ControleEspeces from " Transactions en especes au-dela du seuil (cumuls compte/journee)".
           write E-ControleEspeces from " -----------------------------------------------------------------".

       DeclarationEspeces-Trt.
           exec sql
               fetch C-Especes into :LigneEspecesCourante.CodeBanqueEsp,
                   :LigneEspecesCourante.CodeGuichetEsp,
                   :LigneEspecesCourante.RacineCompteEsp,
                   :LigneEspecesCourante.TypeCompteEsp,
                   :LigneEspecesCourante.DateMvtEsp,
                   :LigneEspecesCourante.TotalEspecesJour,
                   :LigneEspecesCourante.NomEsp,
                   :LigneEspecesCourante.PrenomEsp,
                   :LigneEspecesCourante.AdresseEsp,
                   :LigneEspecesCourante.CodePostalEsp,
                   :LigneEspecesCourante.VilleEsp
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform EcritureDeclEspeces
           else
               move 1 to Especes-iterator
           end-if.

       DeclarationEspeces-Fin.
           exec sql
               close C-Especes
           end-exec.

           close F-DeclarationEspeces.
           close F-ControleEspeces.

           move "DECL ESPECES" to TypeEditionCourant.
           move NomFichierDeclEspeces to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbDeclEspeces to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           move "CTL ESPECES" to TypeEditionCourant.
           move NomFichierCtlEspeces to NomFichierEditionCourant.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "ESPECES" then
               display "Declarations editees : " line 1 col 1 with no advancing
               display NbDeclEspeces line 1 col 24 with no advancing
               display " - Tapez Entree " line 1 col 31 with no advancing
               accept reponse
           end-if.

      ***** Une declaration : ligne du fichier a plat + ligne de la liste de controle *****
       EcritureDeclEspeces.
           add 1 to NbDeclEspeces.

           move DateMvtEsp of LigneEspecesCourante to DateDeclEsp of LigneDeclEspeces.
           move CodeBanqueEsp of LigneEspecesCourante to CodeBanqueDeclEsp of LigneDeclEspeces.
           move CodeGuichetEsp of LigneEspecesCourante to CodeGuichetDeclEsp of LigneDeclEspeces.
           move RacineCompteEsp of LigneEspecesCourante to RacineDeclEsp of LigneDeclEspeces.
           move TypeCompteEsp of LigneEspecesCourante to TypeDeclEsp of LigneDeclEspeces.
           move TotalEspecesJour of LigneEspecesCourante to MontantDeclEsp of LigneDeclEspeces.
           move NomEsp of LigneEspecesCourante to NomDeclEsp of LigneDeclEspeces.
           move PrenomEsp of LigneEspecesCourante to PrenomDeclEsp of LigneDeclEspeces.
           move AdresseEsp of LigneEspecesCourante to AdresseDeclEsp of LigneDeclEspeces.
           move CodePostalEsp of LigneEspecesCourante to CodePostalDeclEsp of LigneDeclEspeces.
           move VilleEsp of LigneEspecesCourante to VilleDeclEsp of LigneDeclEspeces.
           write E-DeclarationEspeces from LigneDeclEspeces.

           move DateMvtEsp of LigneEspecesCourante to DateCtlEsp of LigneCtlEspeces.
           move CodeBanqueEsp of LigneEspecesCourante to CodeBanqueCtlEsp of LigneCtlEspeces.
           move RacineCompteEsp of LigneEspecesCourante to RacineCtlEsp of LigneCtlEspeces.
           move TypeCompteEsp of LigneEspecesCourante to TypeCtlEsp of LigneCtlEspeces.
           move TotalEspecesJour of LigneEspecesCourante to MontantCtlEsp of LigneCtlEspeces.
           move NomEsp of LigneEspecesCourante to NomCtlEsp of LigneCtlEspeces.
           move PrenomEsp of LigneEspecesCourante to PrenomCtlEsp of LigneCtlEspeces.
           write E-ControleEspeces from LigneCtlEspeces.

      **********************************************************************************************
      ***** Releves fiscaux annuels des interets (editions reglementaires, option 5) *****
      ***** Un releve par client ayant percu ou paye des interets dans l'annee : total des *****
      ***** mouvements AGI (debites) et INT (credites) de tous ses comptes, bloc adresse en *****
      ***** tete comme les releves mensuels. Fichier resume a plat pour le fisc en parallele, *****
      ***** et controle final contre la somme brute des mouvements AGI de l'annee. Peut etre *****
      ***** lance sans surveillance avec ModeBatch = "IFU" + annee AAAA *****
      **********************************************************************************************
       RelevesFiscauxIfu.
           perform RelevesFiscauxIfu-Init.
           perform RelevesFiscauxIfu-Trt until Ifu-iterator = 1.
           perform RelevesFiscauxIfu-Fin.

       RelevesFiscauxIfu-Init.
           move 0 to Ifu-iterator.
           move 0 to NbClientsIfu.
           move 0 to TotalAgiIfu.
           move 0 to TotalIntIfu.

      ***** Annee par defaut : l'annee de la date machine *****
           if AnneeIfu = spaces or AnneeIfu is not numeric then
               accept DateDebutIfu from date yyyymmdd
               move DateDebutIfu(1:4) to AnneeIfu
           end-if.
           move spaces to DateDebutIfu.
           string AnneeIfu "0101" delimited by size into DateDebutIfu.
           move spaces to DateFinIfu.
           string AnneeIfu "1231" delimited by size into DateFinIfu.
           move AnneeIfu to AnneeIfuEd of LigneIfuEntete1.

      ***** Un client par ligne : totaux AGI et INT de l'annee, tous comptes confondus *****
           exec sql
               declare C-Ifu cursor for
                   select Client.CodeClient, Client.Nom, Client.Prenom,
                          Client.Adresse, Client.CodePostal, Client.Ville,
                          sum(case when MouvementCompte.CodeOperation = 'AGI'
                              then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.CodeOperation = 'INT'
                              then MouvementCompte.Montant else 0 end)
                   from Client
                   join Compte on Compte.CodeClient = Client.CodeClient
                   join MouvementCompte
                     on MouvementCompte.CodeBanque = Compte.CodeBanque
                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                   where MouvementCompte.CodeOperation in ('AGI', 'INT')
                     and MouvementCompte.DateMouvement >= :DateDebutIfu
                     and MouvementCompte.DateMouvement <= :DateFinIfu
                   group by Client.CodeClient, Client.Nom, Client.Prenom,
                       Client.Adresse, Client.CodePostal, Client.Ville
                   order by Client.Nom
           end-exec.

           exec sql
               open C-Ifu
           end-exec.

           move "RELEVES IFU" to TypeEditionCourant.
           move "RelevesIfu" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRelevesIfu.
           open output F-RelevesIfu.

           move "RESUME FISCAL" to TypeEditionCourant.
           move "ResumeFiscal" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierResumeFiscal.
           open output F-ResumeFiscal.

           if ModeBatch(1:3) <> "IFU" then
               display "EDITION DES RELEVES FISCAUX EN COURS..." line 1 col 1
           end-if.

       RelevesFiscauxIfu-Trt.
           exec sql
               fetch C-Ifu into :LigneIfuCourante.CodeClientIfu,
                   :LigneIfuCourante.NomIfu,
                   :LigneIfuCourante.PrenomIfu,
                   :LigneIfuCourante.AdresseIfu,
                   :LigneIfuCourante.CodePostalIfu,
                   :LigneIfuCourante.VilleIfu,
                   :LigneIfuCourante.TotalAgiClient,
                   :LigneIfuCourante.TotalIntClient
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform EcritureReleveIfu
           else
               move 1 to Ifu-iterator
           end-if.

       RelevesFiscauxIfu-Fin.
           exec sql
               close C-Ifu
           end-exec.

      ***** Controle : la somme des agios des releves doit egaler la somme brute des *****
      ***** mouvements AGI de l'annee (un ecart trahit un compte sans client rattache) *****
           move 0 to TotalAgiMvtIfu.
           exec sql
               select ISNULL(sum(Montant), 0) into :TotalAgiMvtIfu
               from MouvementCompte
               where CodeOperation = 'AGI'
                 and DateMouvement >= :DateDebutIfu
                 and DateMouvement <= :DateFinIfu
           end-exec.

           move TotalAgiIfu to TotalAgiCtlIfuEd of LigneIfuCtl1.
           move TotalAgiMvtIfu to TotalAgiMvtIfuEd of LigneIfuCtl2.
           if TotalAgiIfu = TotalAgiMvtIfu then
               move "CONFORME" to ConformiteIfuEd of LigneIfuCtl2
           else
               move "** ECART" to ConformiteIfuEd of LigneIfuCtl2
           end-if.
           write E-RelevesIfu from " ".
           write E-RelevesIfu from LigneIfuCtl1.
           write E-RelevesIfu from LigneIfuCtl2.
           close F-RelevesIfu.

      ***** Enregistrement TOTAL en queue du fichier resume pour le fisc *****
           move NbClientsIfu to NbClientsFiscEd of LigneResumeFiscalTotal.
           move TotalAgiIfu to TotalAgiFiscTot of LigneResumeFiscalTotal.
           move TotalIntIfu to TotalIntFiscTot of LigneResumeFiscalTotal.
           write E-ResumeFiscal from LigneResumeFiscalTotal.
           close F-ResumeFiscal.

           move "RELEVES IFU" to TypeEditionCourant.
           move NomFichierRelevesIfu to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbClientsIfu to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           move "RESUME FISCAL" to TypeEditionCourant.
           move NomFichierResumeFiscal to NomFichierEditionCourant.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:3) <> "IFU" then
               display "Releves fiscaux edites : " line 1 col 1 with no advancing
               display NbClientsIfu line 1 col 26 with no advancing
               display " - Tapez Entree " line 1 col 33 with no advancing
               accept reponse
           end-if.

      ***** Un releve : bloc adresse puis les deux totaux, et la ligne du fichier resume *****
       EcritureReleveIfu.
           add 1 to NbClientsIfu.
           add TotalAgiClient of LigneIfuCourante to TotalAgiIfu.
           add TotalIntClient of LigneIfuCourante to TotalIntIfu.

           write E-RelevesIfu from LigneIfuEntete1.
           write E-RelevesIfu from LigneIfuEntete2.
           write E-RelevesIfu from " ".
           move NomIfu of LigneIfuCourante to NomClientIfuEd of LigneIfuClient1.
           move PrenomIfu of LigneIfuCourante to PrenomClientIfuEd of LigneIfuClient1.
           move AdresseIfu of LigneIfuCourante to AdresseClientIfuEd of LigneIfuClient2.
           move CodePostalIfu of LigneIfuCourante to CodePostalClientIfuEd of LigneIfuClient3.
           move VilleIfu of LigneIfuCourante to VilleClientIfuEd of LigneIfuClient3.
           write E-RelevesIfu from LigneIfuClient1.
           write E-RelevesIfu from LigneIfuClient2.
           write E-RelevesIfu from LigneIfuClient3.
           write E-RelevesIfu from " ".
           move TotalAgiClient of LigneIfuCourante to MontantAgiIfuEd of LigneIfuDebits.
           move TotalIntClient of LigneIfuCourante to MontantIntIfuEd of LigneIfuCredits.
           write E-RelevesIfu from LigneIfuDebits.
           write E-RelevesIfu from LigneIfuCredits.
           write E-RelevesIfu from LigneIfuSeparation.

           move CodeClientIfu of LigneIfuCourante to CodeClientFiscEd of LigneResumeFiscal.
           move NomIfu of LigneIfuCourante to NomFiscEd of LigneResumeFiscal.
           move PrenomIfu of LigneIfuCourante to PrenomFiscEd of LigneResumeFiscal.
           move TotalAgiClient of LigneIfuCourante to TotalAgiFiscEd of LigneResumeFiscal.
           move TotalIntClient of LigneIfuCourante to TotalIntFiscEd of LigneResumeFiscal.
           write E-ResumeFiscal from LigneResumeFiscal.

      **********************************************************************************************
      ***** Module de generation des courriers clients *****
      ***** Le run producteur appelle InitFichierCourriers au depart, GenerationCourrier *****
      ***** pour chaque lettre (DemandeCourrier renseignee) et ClotureFichierCourriers a la *****
      ***** fin ; le fichier date n'est ouvert qu'a la premiere lettre et n'est catalogue *****
      ***** que s'il a recu au moins une lettre *****
      **********************************************************************************************
       InitFichierCourriers.
           move "N" to CourriersOuverts.
           move 0 to NbCourriersEmis.

       ClotureFichierCourriers.
           if CourriersOuverts = "O" then
               close F-Courriers
               move "COURRIERS" to TypeEditionCourant
               move NomFichierCourriers to NomFichierEditionCourant
               move 1 to NbPagesCatalogue
               move NbCourriersEmis to NbLignesCatalogue
               perform EcritureCatalogueEdition
               move "N" to CourriersOuverts
           end-if.

      ***** Une lettre : identite et adresse du titulaire, modele substitue, historisation *****
       GenerationCourrier.
           exec sql
               select Client.Nom, Client.Prenom, Client.Adresse,
                      Client.CodePostal, Client.Ville,
                      ISNULL(Compte.CleRib, ' '), ISNULL(Compte.Iban, ' '), ISNULL(Compte.Bic, ' ')
               into :IdentiteCourrier.NomCourrier, :IdentiteCourrier.PrenomCourrier,
                    :IdentiteCourrier.AdresseCourrier,
                    :IdentiteCourrier.CodePostalCourrier, :IdentiteCourrier.VilleCourrier,
                    :IdentiteCourrier.CleRibCourrier, :IdentiteCourrier.IbanCourrier,
                    :IdentiteCourrier.BicCourrier
               from Client
               join Compte on Compte.CodeClient = Client.CodeClient
               where Compte.CodeBanque = :DemandeCourrier.CodeBanqueCourrier
                 and Compte.CodeGuichet = :DemandeCourrier.CodeGuichetCourrier
                 and Compte.RacineCompte = :DemandeCourrier.RacineCompteCourrier
                 and Compte.TypeCompte = :DemandeCourrier.TypeCompteCourrier
           end-exec.
      ***** Compte sans client rattache : pas de destinataire, pas de lettre *****
           if SQLCODE <> 0 and SQLCODE <> 1 then
               exit paragraph
           end-if.

           if CourriersOuverts = "N" then
               move "COURRIERS" to TypeEditionCourant
               move "Courriers" to NomCourtEdition
               perform ConstructionNomEdition
               move NomFichierEditionCourant to NomFichierCourriers
               open output F-Courriers
               move "O" to CourriersOuverts
           end-if.

           perform ChargementModeleCourrier.

      ***** Bloc adresse du destinataire en tete de la lettre *****
           move NomCourrier of IdentiteCourrier to NomCourrierEd of LigneCourrierAdresse1.
           move PrenomCourrier of IdentiteCourrier to PrenomCourrierEd of LigneCourrierAdresse1.
           move AdresseCourrier of IdentiteCourrier to AdresseCourrierEd of LigneCourrierAdresse2.
           move CodePostalCourrier of IdentiteCourrier to CodePostalCourrierEd of LigneCourrierAdresse3.
           move VilleCourrier of IdentiteCourrier to VilleCourrierEd of LigneCourrierAdresse3.
           write E-Courriers from LigneCourrierAdresse1.
           write E-Courriers from LigneCourrierAdresse2.
           write E-Courriers from LigneCourrierAdresse3.
           write E-Courriers from " ".

      ***** Valeurs injectees dans les champs de substitution du modele *****
           move CodeBanqueCourrier of DemandeCourrier to CodeBanqueCptEd of CompteEdCourrier.
           move CodeGuichetCourrier of DemandeCourrier to CodeGuichetCptEd of CompteEdCourrier.
           move RacineCompteCourrier of DemandeCourrier to RacineCompteCptEd of CompteEdCourrier.
           move TypeCompteCourrier of DemandeCourrier to TypeCompteCptEd of CompteEdCourrier.
           move MontantCourrier of DemandeCourrier to MontantEdCourrier.

           perform varying IndiceLigneCourrier from 1 by 1
             until IndiceLigneCourrier > NbLignesModeleCourrier
               move TexteLigneCourrier(IndiceLigneCourrier) to ZoneCourrierTravail
               perform SubstitutionMarqueursCourrier
               move ZoneCourrierTravail(1:80) to LigneCourrierEd
               write E-Courriers from LigneCourrierEd
           end-perform.
           write E-Courriers from LigneCourrierSeparation.
           write E-Courriers from " ".

           exec sql
               INSERT INTO CourrierEmis
                   (DateEmission, CodeLettre, CodeBanque, CodeGuichet,
                    RacineCompte, TypeCompte, CodeOperateur, NomFichier)
               VALUES
                   (getdate(), :DemandeCourrier.CodeLettreCourrier,
                    :DemandeCourrier.CodeBanqueCourrier,
                    :DemandeCourrier.CodeGuichetCourrier,
                    :DemandeCourrier.RacineCompteCourrier,
                    :DemandeCourrier.TypeCompteCourrier,
                    :CodeOperateurSigne, :NomFichierCourriers)
           end-exec.
           add 1 to NbCourriersEmis.

      ***** Chargement du modele de la lettre demandee ; texte par defaut si la table est vide *****
       ChargementModeleCourrier.
           move 0 to NbLignesModeleCourrier.
           exec sql
               declare C-ModeleCourrier cursor for
                   select TexteLigne from ModeleCourrier
                   where CodeLettre = :DemandeCourrier.CodeLettreCourrier
                   order by NoLigne
           end-exec.
           exec sql
               open C-ModeleCourrier
           end-exec.
           move 0 to BoucleurModeleCourrier.
           perform LectureLigneModeleCourrier until BoucleurModeleCourrier = 1.
           exec sql
               close C-ModeleCourrier
           end-exec.

           if NbLignesModeleCourrier = 0 then
               perform ModeleCourrierParDefaut
           end-if.

       LectureLigneModeleCourrier.
           exec sql
               fetch C-ModeleCourrier into :TexteLigneModeleLu
           end-exec.
           if (SqlCode = 0 or SqlCode = 1) and NbLignesModeleCourrier < 15 then
               add 1 to NbLignesModeleCourrier
               move TexteLigneModeleLu to TexteLigneCourrier(NbLignesModeleCourrier)
           else
               move 1 to BoucleurModeleCourrier
           end-if.

      ***** Textes par defaut incorpores au programme, un par code de lettre *****
       ModeleCourrierParDefaut.
           evaluate CodeLettreCourrier of DemandeCourrier
               when "DEC"
                   move 7 to NbLignesModeleCourrier
                   move "Objet : depassement de decouvert autorise" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Votre compte &COMPTE presente un depassement de &MONTANT." to TexteLigneCourrier(5)
                   move "Nous vous remercions de bien vouloir regulariser sous huitaine." to TexteLigneCourrier(6)
                   move "Votre agence Serfa" to TexteLigneCourrier(7)
               when "OUV"
                   move 7 to NbLignesModeleCourrier
                   move "Objet : ouverture de votre compte" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Nous vous confirmons l'ouverture du compte &COMPTE." to TexteLigneCourrier(5)
                   move "Bienvenue parmi nos clients." to TexteLigneCourrier(6)
                   move "Votre agence Serfa" to TexteLigneCourrier(7)
               when "CLO"
                   move 7 to NbLignesModeleCourrier
                   move "Objet : cloture de votre compte" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Nous vous confirmons la cloture du compte &COMPTE." to TexteLigneCourrier(5)
                   move "Le solde de cloture, &MONTANT, a ete regle selon vos instructions." to TexteLigneCourrier(6)
                   move "Votre agence Serfa" to TexteLigneCourrier(7)
               when "INA"
                   move 9 to NbLignesModeleCourrier
                   move "Objet : compte inactif" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Votre compte &COMPTE est sans operation depuis douze mois." to TexteLigneCourrier(5)
                   move "Sans operation ni contact de votre part, son solde de &MONTANT" to TexteLigneCourrier(6)
                   move "sera transfere a la Caisse des Depots apres dix ans d'inactivite." to TexteLigneCourrier(7)
                   move "Une simple operation ou un contact avec votre agence suffit a l'eviter." to TexteLigneCourrier(8)
                   move "Votre agence Serfa" to TexteLigneCourrier(9)
               when "INJ"
                   move 10 to NbLignesModeleCourrier
                   move "Objet : rejet de cheque pour defaut de provision - injonction" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Un cheque de &MONTANT tire sur votre compte &COMPTE" to TexteLigneCourrier(5)
                   move "a ete rejete pour defaut de provision. Il vous est enjoint de restituer" to TexteLigneCourrier(6)
                   move "vos formules de cheques et de ne plus en emettre jusqu'a regularisation," to TexteLigneCourrier(7)
                   move "par paiement du cheque ou constitution d'une provision suffisante." to TexteLigneCourrier(8)
                   move " " to TexteLigneCourrier(9)
                   move "Votre agence Serfa" to TexteLigneCourrier(10)
               when "DOM"
                   move 12 to NbLignesModeleCourrier
                   move "Objet : changement de domiciliation de votre compte" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Votre compte est desormais tenu par votre nouvelle agence." to TexteLigneCourrier(5)
                   move "Nouveau RIB : &COMPTE cle &CLE" to TexteLigneCourrier(6)
                   move "IBAN : &IBAN   BIC : &BIC" to TexteLigneCourrier(7)
                   move "Merci de communiquer ces coordonnees a vos emetteurs de virements" to TexteLigneCourrier(8)
                   move "et de prelevements. Les operations sur l'ancien RIB seront redirigees" to TexteLigneCourrier(9)
                   move "vers votre compte pendant une periode de transition." to TexteLigneCourrier(10)
                   move " " to TexteLigneCourrier(11)
                   move "Votre agence Serfa" to TexteLigneCourrier(12)
               when "SAT"
                   move 11 to NbLignesModeleCourrier
                   move "Objet : saisie sur vos comptes - information du titulaire" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Une saisie a ete pratiquee a la demande de &TIERS." to TexteLigneCourrier(5)
                   move "La somme de &MONTANT est rendue indisponible sur vos comptes," to TexteLigneCourrier(6)
                   move "dont le compte &COMPTE. Le solde bancaire insaisissable reste a votre" to TexteLigneCourrier(7)
                   move "disposition. Vous pouvez contester cette mesure jusqu'au &DATE ;" to TexteLigneCourrier(8)
                   move "a defaut, la somme sera versee au creancier a cette date." to TexteLigneCourrier(9)
                   move " " to TexteLigneCourrier(10)
                   move "Votre agence Serfa" to TexteLigneCourrier(11)
               when "RDA"
                   move 10 to NbLignesModeleCourrier
                   move "Objet : revision de votre decouvert autorise" to TexteLigneCourrier(1)
                   move " " to TexteLigneCourrier(2)
                   move "Madame, Monsieur &PRENOM &NOM," to TexteLigneCourrier(3)
                   move " " to TexteLigneCourrier(4)
                   move "Dans le cadre de la revue annuelle de votre compte &COMPTE," to TexteLigneCourrier(5)
                   move "et au vu des revenus qui y sont domicilies, le montant de votre" to TexteLigneCourrier(6)
                   move "decouvert autorise est desormais fixe a &MONTANT." to TexteLigneCourrier(7)
                   move "Votre conseiller reste a votre disposition pour tout renseignement." to TexteLigneCourrier(8)
                   move " " to TexteLigneCourrier(9)
                   move "Votre agence Serfa" to TexteLigneCourrier(10)
               when other
                   move 1 to NbLignesModeleCourrier
                   move "(modele de lettre inconnu)" to TexteLigneCourrier(1)
           end-evaluate.

      ***** Substitution des quatre champs du modele dans la ligne en cours *****
       SubstitutionMarqueursCourrier.
           move "&PRENOM" to MarqueurCourrier.
           move 7 to LgMarqueurCourrier.
           move PrenomCourrier of IdentiteCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&NOM" to MarqueurCourrier.
           move 4 to LgMarqueurCourrier.
           move NomCourrier of IdentiteCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&COMPTE" to MarqueurCourrier.
           move 7 to LgMarqueurCourrier.
           move CompteEdCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&MONTANT" to MarqueurCourrier.
           move 8 to LgMarqueurCourrier.
           move MontantEdCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&CLE" to MarqueurCourrier.
           move 4 to LgMarqueurCourrier.
           move CleRibCourrier of IdentiteCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&IBAN" to MarqueurCourrier.
           move 5 to LgMarqueurCourrier.
           move IbanCourrier of IdentiteCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&BIC" to MarqueurCourrier.
           move 4 to LgMarqueurCourrier.
           move BicCourrier of IdentiteCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&TIERS" to MarqueurCourrier.
           move 6 to LgMarqueurCourrier.
           move TiersCourrier of DemandeCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

           move "&DATE" to MarqueurCourrier.
           move 5 to LgMarqueurCourrier.
           move DateCourrier of DemandeCourrier to ValeurMarqueurCourrier.
           perform RemplacementsMarqueurCourrier.

       RemplacementsMarqueurCourrier.
           move "O" to MarqueurTrouveCourrier.
           perform RemplacementMarqueurCourrier until MarqueurTrouveCourrier = "N".

      ***** Remplace la premiere occurrence du marqueur par la valeur cadree, ou signale *****
      ***** que le marqueur est absent de la ligne *****
       RemplacementMarqueurCourrier.
           move 0 to PosMarqueurCourrier.
           inspect ZoneCourrierTravail tallying PosMarqueurCourrier
               for characters before initial MarqueurCourrier(1:LgMarqueurCourrier).
           if PosMarqueurCourrier >= 120 then
               move "N" to MarqueurTrouveCourrier
               exit paragraph
           end-if.

      ***** Cadrage de la valeur : bornes utiles hors espaces de tete et de queue *****
           perform varying PosScanCourrier from 30 by -1 until
               PosScanCourrier < 1 or ValeurMarqueurCourrier(PosScanCourrier:1) <> " ".
           if PosScanCourrier < 1 then
               move " " to ValeurMarqueurCourrier
               move 1 to DebutValeurCourrier
               move 1 to LgValeurCourrier
           else
               move PosScanCourrier to LgValeurCourrier
               perform CadrageDebutValeurCourrier
               compute LgValeurCourrier = LgValeurCourrier - DebutValeurCourrier + 1
           end-if.

           compute DebutApresCourrier = PosMarqueurCourrier + LgMarqueurCourrier + 1.
           move spaces to ZoneApresCourrier.
           if DebutApresCourrier <= 120 then
               move ZoneCourrierTravail(DebutApresCourrier:) to ZoneApresCourrier
           end-if.

           move spaces to ZoneCourrierResultat.
           if PosMarqueurCourrier = 0 then
               string ValeurMarqueurCourrier(DebutValeurCourrier:LgValeurCourrier) delimited by size
                   ZoneApresCourrier delimited by size
                   into ZoneCourrierResultat
               end-string
           else
               string ZoneCourrierTravail(1:PosMarqueurCourrier) delimited by size
                   ValeurMarqueurCourrier(DebutValeurCourrier:LgValeurCourrier) delimited by size
                   ZoneApresCourrier delimited by size
                   into ZoneCourrierResultat
               end-string
           end-if.
           move ZoneCourrierResultat to ZoneCourrierTravail.

      ***** Premiere position utile de la valeur (saut des espaces de tete) *****
       CadrageDebutValeurCourrier.
           perform varying DebutValeurCourrier from 1 by 1 until
               DebutValeurCourrier >= LgValeurCourrier or
               ValeurMarqueurCourrier(DebutValeurCourrier:1) <> " ".

      ***** Recapitulatif quotidien de la production de courriers (Consultations, option 5) *****
      ***** Une ligne par code de lettre emis a la date demandee, total en pied ; peut etre *****
      ***** lance sans surveillance avec ModeBatch = "COURRIERS" + date AAAAMMJJ *****
       RecapCourriersJour.
           move 0 to NbLignesRecapCourriers.
           move 0 to TotalCourriersJour.
           if DateRecapCourriers = spaces or DateRecapCourriers is not numeric then
               accept DateRecapCourriers from date yyyymmdd
           end-if.

           exec sql
               declare C-RecapCourriers cursor for
                   select CodeLettre, count(*) from CourrierEmis
                   where convert(varchar(8), DateEmission, 112) = :DateRecapCourriers
                   group by CodeLettre
                   order by CodeLettre
           end-exec.
           exec sql
               open C-RecapCourriers
           end-exec.

           move "RECAP COURRIERS" to TypeEditionCourant.
           move "RecapCourriers" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRecapCourriers.
           open output F-RecapCourriers.
           write E-RecapCourriers from " Production de courriers de la journee".
           write E-RecapCourriers from " --------------------------------------".
           write E-RecapCourriers from " Lettre     Nombre".

           move 0 to BoucleurRecapCourrier.
           perform EditionLigneRecapCourrier until BoucleurRecapCourrier = 1.

           exec sql
               close C-RecapCourriers
           end-exec.

           write E-RecapCourriers from " ".
           move TotalCourriersJour to TotalCourriersRcEd of LigneRecapCourrierTotal.
           write E-RecapCourriers from LigneRecapCourrierTotal.
           close F-RecapCourriers.

           move NomFichierRecapCourriers to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesRecapCourriers to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:9) <> "COURRIERS" then
               display "Courriers emis ce jour : " line 1 col 1 with no advancing
               display TotalCourriersJour line 1 col 26 with no advancing
               display " - Tapez Entree " line 1 col 33 with no advancing
               accept reponse
           end-if.

       EditionLigneRecapCourrier.
           exec sql
               fetch C-RecapCourriers into :LigneRecapCourrierCourante.CodeLettreRecapC,
                   :LigneRecapCourrierCourante.NbCourriersRecapC
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbLignesRecapCourriers
               add NbCourriersRecapC of LigneRecapCourrierCourante to TotalCourriersJour
               move CodeLettreRecapC of LigneRecapCourrierCourante to CodeLettreRcEd of LigneRecapCourrierEd
               move NbCourriersRecapC of LigneRecapCourrierCourante to NbCourriersRcEd of LigneRecapCourrierEd
               write E-RecapCourriers from LigneRecapCourrierEd
           else
               move 1 to BoucleurRecapCourrier
           end-if.

      **********************************************************************************************
      ***** Controle d'integrite referentielle de la base (Exploitation, option I) *****
      ***** Les relations que rien d'autre ne prouve : comptes sans client, mouvements *****
      ***** sans compte, titulaires sans compte, guichets hors referentiel, cles RIB et *****
      ***** IBAN incoherents avec leurs composants. Rapport catalogue classe par gravite ; *****
      ***** peut etre lance sans surveillance avec ModeBatch = "INTEGRITE" *****
      **********************************************************************************************
       ControleIntegriteBase.
           move 0 to NbAnomaliesGraves.
           move 0 to NbAnomaliesAvert.
           move 0 to NbComptesIntg.

           move "INTEGRITE" to TypeEditionCourant.
           move "Integrite" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierIntegrite.
           open output F-RapportIntegrite.
           write E-RapportIntegrite from " Controle d'integrite referentielle de la base".
           write E-RapportIntegrite from " ----------------------------------------------".
           write E-RapportIntegrite from " ".
           write E-RapportIntegrite from " --- Anomalies graves (E) ---".

           perform ControleComptesOrphelins.
           perform ControleMouvementsOrphelins.
           perform ControleClesRibIntegrite.

           write E-RapportIntegrite from " ".
           write E-RapportIntegrite from " --- Avertissements (A) ---".

           perform ControleGuichetsInconnus.
           perform ControleTitulairesOrphelins.
           perform ControleIbanIntegrite.

           write E-RapportIntegrite from " ".
           move NbAnomaliesGraves to NbGravesIntgEd of LigneIntgTotal1.
           move NbAnomaliesAvert to NbAvertIntgEd of LigneIntgTotal2.
           write E-RapportIntegrite from LigneIntgTotal1.
           write E-RapportIntegrite from LigneIntgTotal2.
           close F-RapportIntegrite.

           move NomFichierIntegrite to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           compute NbLignesCatalogue = NbAnomaliesGraves + NbAnomaliesAvert.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:9) <> "INTEGRITE" then
               display "Integrite : " line 1 col 1 with no advancing
               display NbAnomaliesGraves line 1 col 13 with no advancing
               display " erreur(s), " line 1 col 20 with no advancing
               display NbAnomaliesAvert line 1 col 32 with no advancing
               display " avertissement(s) - Tapez Entree " line 1 col 39 with no advancing
               accept reponse
           end-if.

      ***** Comptes rattaches a un code client absent de la table Client *****
       ControleComptesOrphelins.
           exec sql
               declare C-CptOrphelins cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte
                   from Compte
                   where not exists
                       (select CodeClient from Client
                        where Client.CodeClient = Compte.CodeClient)
                   order by CodeBanque, CodeGuichet, RacineCompte
           end-exec.
           exec sql
               open C-CptOrphelins
           end-exec.
           move 0 to BoucleurIntg.
           perform LectureCompteOrphelin until BoucleurIntg = 1.
           exec sql
               close C-CptOrphelins
           end-exec.

       LectureCompteOrphelin.
           exec sql
               fetch C-CptOrphelins into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbAnomaliesGraves
               move spaces to ZoneLigneIntg
               string " E COMPTE ORPHELIN   " CodeBanque of Compte " "
                   CodeGuichet of Compte " " RacineCompte of Compte " "
                   TypeCompte of Compte " : client inconnu"
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
           else
               move 1 to BoucleurIntg
           end-if.

      ***** Mouvements portes par un compte qui n'existe plus *****
       ControleMouvementsOrphelins.
           exec sql
               declare C-MvtOrphelins cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, count(*)
                   from MouvementCompte
                   where not exists
                       (select RacineCompte from Compte
                        where Compte.CodeBanque = MouvementCompte.CodeBanque
                          and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                          and Compte.RacineCompte = MouvementCompte.RacineCompte
                          and Compte.TypeCompte = MouvementCompte.TypeCompte)
                   group by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
                   order by CodeBanque, CodeGuichet, RacineCompte
           end-exec.
           exec sql
               open C-MvtOrphelins
           end-exec.
           move 0 to BoucleurIntg.
           perform LectureMvtOrphelin until BoucleurIntg = 1.
           exec sql
               close C-MvtOrphelins
           end-exec.

       LectureMvtOrphelin.
           exec sql
               fetch C-MvtOrphelins into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :NbMvtOrphelinsIntg
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbAnomaliesGraves
               move spaces to ZoneLigneIntg
               string " E MVT ORPHELINS     " CodeBanque of Compte " "
                   CodeGuichet of Compte " " RacineCompte of Compte " "
                   TypeCompte of Compte " : " NbMvtOrphelinsIntg
                   " mouvement(s) sans compte"
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
           else
               move 1 to BoucleurIntg
           end-if.

      ***** Cles RIB incoherentes avec les composants du compte (regle de calcul maison) *****
       ControleClesRibIntegrite.
           exec sql
               declare C-RibPass1 cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CleRib
                   from Compte
                   order by CodeBanque, CodeGuichet, RacineCompte
           end-exec.
           exec sql
               open C-RibPass1
           end-exec.
           move 0 to BoucleurIntg.
           perform LectureCleRibIntegrite until BoucleurIntg = 1.
           exec sql
               close C-RibPass1
           end-exec.

       LectureCleRibIntegrite.
           exec sql
               fetch C-RibPass1 into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to BoucleurIntg
               exit paragraph
           end-if.

           add 1 to NbComptesIntg.
           move CompteComplet of Compte to CompteCompletNum.
           move CodeGuichet of Compte to CodeGuichetNum.
           move CodeBanque of Compte to CodeBanqueNum.
           perform CalculCleRib.
           move CleRibNum to CleRibTrouve.
           if CleRibTrouve <> CleRib of Compte then
               add 1 to NbAnomaliesGraves
               move spaces to ZoneLigneIntg
               string " E CLE RIB           " CodeBanque of Compte " "
                   CodeGuichet of Compte " " RacineCompte of Compte " "
                   TypeCompte of Compte " : cle " CleRib of Compte
                   " attendue " CleRibTrouve
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
           end-if.

      ***** Guichets portes par des comptes mais absents du referentiel Guichet *****
       ControleGuichetsInconnus.
           exec sql
               declare C-GuiOrphelins cursor for
                   select distinct CodeBanque, CodeGuichet
                   from Compte
                   where not exists
                       (select CodeGuichet from Guichet
                        where Guichet.CodeBanque = Compte.CodeBanque
                          and Guichet.CodeGuichet = Compte.CodeGuichet)
                   order by CodeBanque, CodeGuichet
           end-exec.
           exec sql
               open C-GuiOrphelins
           end-exec.
           move 0 to BoucleurIntg.
           perform LectureGuichetInconnu until BoucleurIntg = 1.
           exec sql
               close C-GuiOrphelins
           end-exec.

       LectureGuichetInconnu.
           exec sql
               fetch C-GuiOrphelins into :Compte.CodeBanque, :Compte.CodeGuichet
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbAnomaliesAvert
               move spaces to ZoneLigneIntg
               string " A GUICHET INCONNU   " CodeBanque of Compte " "
                   CodeGuichet of Compte " : absent du referentiel Guichet"
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
           else
               move 1 to BoucleurIntg
           end-if.

      ***** Titulaires / procurations pointant sur un compte qui n'existe plus *****
       ControleTitulairesOrphelins.
           exec sql
               declare C-TitOrphelins cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, CodeClient
                   from TitulaireCompte
                   where not exists
                       (select RacineCompte from Compte
                        where Compte.CodeBanque = TitulaireCompte.CodeBanque
                          and Compte.CodeGuichet = TitulaireCompte.CodeGuichet
                          and Compte.RacineCompte = TitulaireCompte.RacineCompte
                          and Compte.TypeCompte = TitulaireCompte.TypeCompte)
                   order by CodeBanque, CodeGuichet, RacineCompte
           end-exec.
           exec sql
               open C-TitOrphelins
           end-exec.
           move 0 to BoucleurIntg.
           perform LectureTitulaireOrphelin until BoucleurIntg = 1.
           exec sql
               close C-TitOrphelins
           end-exec.

       LectureTitulaireOrphelin.
           exec sql
               fetch C-TitOrphelins into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :CodeClientIntg
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbAnomaliesAvert
               move spaces to ZoneLigneIntg
               string " A TITULAIRE ORPHELIN " CodeBanque of Compte " "
                   CodeGuichet of Compte " " RacineCompte of Compte " "
                   TypeCompte of Compte " : compte inexistant"
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
           else
               move 1 to BoucleurIntg
           end-if.

      ***** IBAN absents ou incoherents avec les composants et la cle du compte *****
       ControleIbanIntegrite.
           exec sql
               declare C-RibPass2 cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          CleRib, ISNULL(Iban, ' ')
                   from Compte
                   order by CodeBanque, CodeGuichet, RacineCompte
           end-exec.
           exec sql
               open C-RibPass2
           end-exec.
           move 0 to BoucleurIntg.
           perform LectureIbanIntegrite until BoucleurIntg = 1.
           exec sql
               close C-RibPass2
           end-exec.

       LectureIbanIntegrite.
           exec sql
               fetch C-RibPass2 into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib,
                   :IbanStockeIntg
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to BoucleurIntg
               exit paragraph
           end-if.

           if IbanStockeIntg = spaces then
               add 1 to NbAnomaliesAvert
               move spaces to ZoneLigneIntg
               string " A IBAN ABSENT       " CodeBanque of Compte " "
                   CodeGuichet of Compte " " RacineCompte of Compte " "
                   TypeCompte of Compte " : jamais calcule"
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
               exit paragraph
           end-if.

      ***** Recalcul dans la zone memoire du Compte, sans toucher a la base *****
           perform CalculIbanBic.
           if Iban of Compte <> IbanStockeIntg then
               add 1 to NbAnomaliesAvert
               move spaces to ZoneLigneIntg
               string " A IBAN INCOHERENT   " CodeBanque of Compte " "
                   CodeGuichet of Compte " " RacineCompte of Compte " "
                   TypeCompte of Compte " : stocke " IbanStockeIntg
                   delimited by size into ZoneLigneIntg
               end-string
               perform EcritureLigneIntegrite
           end-if.

       EcritureLigneIntegrite.
           move ZoneLigneIntg(1:80) to LigneIntgEd.
           write E-RapportIntegrite from LigneIntgEd.

      ***** Remise a blanc des zones de saisie d'un mouvement, zones cible comprises : *****
      ***** un mouvement simple mis en attente ne doit pas emporter le compte cible *****
      ***** reste du virement interne precedent *****
       InitSaisieMouvement.
           move " " to CodeBanqueMvt.
           move " " to CodeGuichetMvt.
           move " " to RacineCompteMvt.
           move " " to TypeCompteMvt.
           move " " to CodeBanqueMvtCible.
           move " " to CodeGuichetMvtCible.
           move " " to RacineCompteMvtCible.
           move " " to TypeCompteMvtCible.
           move " " to IdBeneficiaireCourant.
           move " " to SensMvt.
           move 0 to MontantMvt.
           move " " to LibelleMvt.

      ***** Lecture du solde courant et du statut du compte vise par le mouvement *****
       LectureCompteMvt.
           move 1 to CompteMvt-Trouve.
           move "O" to StatutCompteMvt.
           exec sql
               select Debit, Credit, ISNULL(Statut, 'O')
               into :DebitCompteMvt, :CreditCompteMvt, :StatutCompteMvt
               from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 0 to CompteMvt-Trouve
           end-if.

      ***** Lecture du solde courant et du statut du compte cible d'un virement *****
       LectureCompteMvtCible.
           move 1 to CompteMvt-Trouve.
           move "O" to StatutCompteMvt.
           exec sql
               select Debit, Credit, ISNULL(Statut, 'O')
               into :DebitCompteMvt, :CreditCompteMvt, :StatutCompteMvt
               from Compte
               where CodeBanque = :CodeBanqueMvtCible and CodeGuichet = :CodeGuichetMvtCible
                 and RacineCompte = :RacineCompteMvtCible and TypeCompte = :TypeCompteMvtCible
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 0 to CompteMvt-Trouve
           end-if.

      ***** Applique le mouvement au solde du compte : le compte reste exclusivement debiteur OU *****
      ***** crediteur (meme regle de non-cumul Debit/Credit que MiseAJourLigne-Trt) *****
       MiseAJourSoldeCompteMvt.
           compute SoldeCompteMvt = CreditCompteMvt - DebitCompteMvt.
           if SensMvt = "C" then
               add MontantMvt to SoldeCompteMvt
           else
               subtract MontantMvt from SoldeCompteMvt
           end-if.
           if SoldeCompteMvt >= 0 then
               move SoldeCompteMvt to CreditCompteMvt
               move 0 to DebitCompteMvt
           else
               compute DebitCompteMvt = 0 - SoldeCompteMvt
               move 0 to CreditCompteMvt
           end-if.
           exec sql
               UPDATE Compte SET Debit = :DebitCompteMvt, Credit = :CreditCompteMvt
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.

      ***** Historise le mouvement de guichet dans MouvementCompte (visible au Releve de compte) *****
       EcritureMouvementGuichet.
           accept DateMouvement of MouvementCompte from date yyyymmdd.
           move DateMouvement of MouvementCompte to DateValeurMvt.
           perform EcritureMouvementMvt.

      ***** Insertion dans MouvementCompte a partir des zones Mvt ; DateMouvement doit deja etre *****
      ***** renseignee (date du jour au guichet, date de la ligne pour l'import des mouvements) *****
       EcritureMouvementMvt.
           move CodeBanqueMvt to CodeBanque of MouvementCompte.
           move CodeGuichetMvt to CodeGuichet of MouvementCompte.
           move RacineCompteMvt to RacineCompte of MouvementCompte.
           move TypeCompteMvt to TypeCompte of MouvementCompte.
           move SensMvt to Sens of MouvementCompte.
           move MontantMvt to Montant of MouvementCompte.
           move LibelleMvt to Libelle of MouvementCompte.
           move CodeOperateurSigne to CodeOperateur of MouvementCompte.
           move CodeOperationMvt to CodeOperation of MouvementCompte.
           move DateValeurMvt to DateValeur of MouvementCompte.
      ***** Une journee arretee ne recoit plus d'ecriture : routage sur la journee ouverte, *****
      ***** la date de valeur d'origine est conservee *****
           perform ControleJourComptable.

           exec sql
               INSERT INTO MouvementCompte
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    DateMouvement, Sens, Montant, Libelle, CodeOperateur,
                    CodeOperation, DateValeur)
               VALUES
                   (:MouvementCompte.CodeBanque, :MouvementCompte.CodeGuichet,
                    :MouvementCompte.RacineCompte, :MouvementCompte.TypeCompte,
                    :MouvementCompte.DateMouvement, :MouvementCompte.Sens,
                    :MouvementCompte.Montant, :MouvementCompte.Libelle,
                    :MouvementCompte.CodeOperateur,
                    :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur)
           end-exec.

      **********************************************************************************************
      ***** Virements permanents (Option 16 du Menu) *****
      ***** Ordres de virement recurrents : creation / suspension / annulation a l'ecran, et *****
      ***** execution des ordres dus du jour (paire de mouvements MouvementCompte + mise a *****
      ***** jour des soldes, comme le virement interne du guichet). Peut etre lance sans *****
      ***** surveillance avec ModeBatch = "PERMANENTS" *****
      **********************************************************************************************
       VirementsPermanents.
           perform VirementsPermanents-Init.
           perform VirementsPermanents-Trt until VirementsPermanents-iterator = 1.
           perform VirementsPermanents-Fin.

       VirementsPermanents-Init.
           move 0 to VirementsPermanents-iterator.

       VirementsPermanents-Trt.
           perform AffichageListeVirPerm.
           display VirPerm-SubMenu.
           move " " to OptionVirPerm.
           accept OptionVirPerm line 23 col 78.

           evaluate OptionVirPerm
               when "1"
                   perform CreationVirPerm
               when "2"
                   perform SuspensionVirPerm
               when "3"
                   perform AnnulationVirPerm
               when "4"
                   perform ExecutionVirementsPermanents
               when "5"
                   perform MandatsPrelevement
               when "0"
                   move 1 to VirementsPermanents-iterator
           end-evaluate.

       VirementsPermanents-Fin.
           continue.

      *------------------------------------------------------------------
      * Affichage de la liste des virements permanents non annules,
      * numerotes pour la designation par No de ligne
      *------------------------------------------------------------------
       AffichageListeVirPerm.
           display VirPerm-E.
           move 0 to MaxVirPerm.
           move 0 to NoVirPermSaisi.
           move 4 to NoLigneVirPerm.
           move 0 to BoucleurVirPerm.

           exec sql
               declare C-ListeVirPerm cursor for
                   select IdVirement, CodeBanqueSource, CodeGuichetSource, RacineCompteSource,
                          TypeCompteSource, CodeBanqueCible, CodeGuichetCible, RacineCompteCible,
                          TypeCompteCible, Montant, JourDuMois, Statut
                   from VirementPermanent
                   where Statut <> 'X'
                   order by CodeBanqueSource, CodeGuichetSource, RacineCompteSource, TypeCompteSource
           end-exec.

           exec sql
               open C-ListeVirPerm
           end-exec.

           perform AffichageLigneVirPerm until BoucleurVirPerm = 1.

           exec sql
               close C-ListeVirPerm
           end-exec.

       AffichageLigneVirPerm.
           exec sql
               fetch C-ListeVirPerm into :LigneVirPermCourante.IdVirement,
                   :LigneVirPermCourante.CodeBanqueSource,
                   :LigneVirPermCourante.CodeGuichetSource,
                   :LigneVirPermCourante.RacineCompteSource,
                   :LigneVirPermCourante.TypeCompteSource,
                   :LigneVirPermCourante.CodeBanqueCible,
                   :LigneVirPermCourante.CodeGuichetCible,
                   :LigneVirPermCourante.RacineCompteCible,
                   :LigneVirPermCourante.TypeCompteCible,
                   :LigneVirPermCourante.MontantVirPerm,
                   :LigneVirPermCourante.JourDuMois,
                   :LigneVirPermCourante.Statut
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxVirPerm < 50 then
               add 1 to MaxVirPerm
               move MaxVirPerm to NoVirPermSaisi
               move IdVirement of LigneVirPermCourante to IdVirement of LigneVirPermEcran(MaxVirPerm)
               move Statut of LigneVirPermCourante to Statut of LigneVirPermEcran(MaxVirPerm)
               add 1 to NoLigneVirPerm
               display VirPerm-Contenu
      ***** L'ecran ne montre que les 15 premieres lignes, le reste defile *****
               if NoLigneVirPerm = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLigneVirPerm
               end-if
           else
               move 1 to BoucleurVirPerm
           end-if.

      *------------------------------------------------------------------
      * Creation d'un virement permanent
      *------------------------------------------------------------------
       CreationVirPerm.
           perform InitSaisieMouvement.
           move " " to CodeBanqueMvtCible.
           move " " to CodeGuichetMvtCible.
           move " " to RacineCompteMvtCible.
           move " " to TypeCompteMvtCible.
           move 0 to JourVirPerm.
           move " " to DateDebutVirPerm.
           move " " to DateFinVirPerm.
           display VirPermSaisie-Ecran.
           accept VirPermSaisie-Ecran.

           move 1 to ValidateurVirPerm.

           if MontantMvt = 0 then
               move 0 to ValidateurVirPerm
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
           end-if.

           if JourVirPerm < 1 or JourVirPerm > 31 then
               move 0 to ValidateurVirPerm
               display " ** Jour du mois invalide (1-31) ** " line 25 col 1 bell blink
           end-if.

           if DateDebutVirPerm is not numeric then
               move 0 to ValidateurVirPerm
               display " ** Date de debut invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
           end-if.

           if CodeBanqueMvt = CodeBanqueMvtCible and CodeGuichetMvt = CodeGuichetMvtCible and
              RacineCompteMvt = RacineCompteMvtCible and TypeCompteMvt = TypeCompteMvtCible then
               move 0 to ValidateurVirPerm
               display " ** Comptes source et cible identiques ** " line 25 col 1 bell blink
           end-if.

           if ValidateurVirPerm = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurVirPerm
                   display " ** Compte a debiter inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurVirPerm
                       display " ** Compte a debiter non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurVirPerm = 1 then
               perform LectureCompteMvtCible
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurVirPerm
                   display " ** Compte a crediter inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurVirPerm
                       display " ** Compte a crediter non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurVirPerm = 1 then
               exec sql
                   select newid() into :LigneVirPermCourante.IdVirement
               end-exec
               exec sql
                   INSERT INTO VirementPermanent
                       (IdVirement, CodeBanqueSource, CodeGuichetSource, RacineCompteSource,
                        TypeCompteSource, CodeBanqueCible, CodeGuichetCible, RacineCompteCible,
                        TypeCompteCible, Montant, JourDuMois, DateDebut, DateFin, Statut,
                        DateDerniereExecution)
                   VALUES
                       (:LigneVirPermCourante.IdVirement, :CodeBanqueMvt, :CodeGuichetMvt,
                        :RacineCompteMvt, :TypeCompteMvt, :CodeBanqueMvtCible, :CodeGuichetMvtCible,
                        :RacineCompteMvtCible, :TypeCompteMvtCible, :MontantMvt, :JourVirPerm,
                        :DateDebutVirPerm, :DateFinVirPerm, 'A', ' ')
               end-exec
               display " ** Virement permanent cree ** " line 25 col 1
           end-if.

      *------------------------------------------------------------------
      * Suspension / reactivation d'un virement permanent designe par No
      *------------------------------------------------------------------
       SuspensionVirPerm.
           move 0 to NoVirPermSaisi.
           accept NoVirPermSaisi line 22 col 38.
           if NoVirPermSaisi > 0 and NoVirPermSaisi <= MaxVirPerm then
               if Statut of LigneVirPermEcran(NoVirPermSaisi) = "S" then
                   move "A" to StatutVirPerm
               else
                   move "S" to StatutVirPerm
               end-if
               move IdVirement of LigneVirPermEcran(NoVirPermSaisi) to IdVirement of LigneVirPermCourante
               exec sql
                   UPDATE VirementPermanent SET Statut = :StatutVirPerm
                   WHERE IdVirement = :LigneVirPermCourante.IdVirement
               end-exec
           end-if.

      *------------------------------------------------------------------
      * Annulation definitive d'un virement permanent designe par No
      *------------------------------------------------------------------
       AnnulationVirPerm.
           move 0 to NoVirPermSaisi.
           accept NoVirPermSaisi line 23 col 38.
           if NoVirPermSaisi > 0 and NoVirPermSaisi <= MaxVirPerm then
               move IdVirement of LigneVirPermEcran(NoVirPermSaisi) to IdVirement of LigneVirPermCourante
               exec sql
                   UPDATE VirementPermanent SET Statut = 'X'
                   WHERE IdVirement = :LigneVirPermCourante.IdVirement
               end-exec
           end-if.

      *------------------------------------------------------------------
      * Execution des virements permanents dus a la date du jour.
      * Un ordre est du quand son jour du mois est atteint et qu'il n'a
      * pas encore ete execute ce mois-ci : un batch qui n'a pas tourne
      * le jour exact rattrape donc l'ordre au passage suivant, et un
      * double lancement le meme jour ne double-poste pas.
      *------------------------------------------------------------------
       ExecutionVirementsPermanents.
           move 0 to NbVirPermExecutes.
           accept DateJourBatch from date yyyymmdd.
           move DateJourBatch(7:2) to JourDuJourBatch.
           move spaces to DebutMoisBatch.
           string DateJourBatch(1:6) "01" delimited by size into DebutMoisBatch.

           exec sql
               declare C-VirPermDus cursor for
                   select IdVirement, CodeBanqueSource, CodeGuichetSource, RacineCompteSource,
                          TypeCompteSource, CodeBanqueCible, CodeGuichetCible, RacineCompteCible,
                          TypeCompteCible, Montant, JourDuMois
                   from VirementPermanent
                   where Statut = 'A'
                     and DateDebut <= :DateJourBatch
                     and (DateFin = ' ' or DateFin >= :DateJourBatch)
                     and JourDuMois <= :JourDuJourBatch
                     and (DateDerniereExecution = ' ' or DateDerniereExecution < :DebutMoisBatch)
           end-exec.

           exec sql
               open C-VirPermDus
           end-exec.

           move 0 to BoucleurVirPerm.
           perform ExecutionVirPermDu until BoucleurVirPerm = 1.

           exec sql
               close C-VirPermDus
           end-exec.

           if ModeBatch(1:10) <> "PERMANENTS" then
               display "Virements executes : " line 1 col 1 with no advancing
               display NbVirPermExecutes line 1 col 22 with no advancing
               display " - Tapez Entree " line 1 col 29 with no advancing
               accept reponse
           end-if.

      ***** Execution d'un ordre du : debit du compte source, credit du compte cible *****
       ExecutionVirPermDu.
           exec sql
               fetch C-VirPermDus into :LigneVirPermCourante.IdVirement,
                   :LigneVirPermCourante.CodeBanqueSource,
                   :LigneVirPermCourante.CodeGuichetSource,
                   :LigneVirPermCourante.RacineCompteSource,
                   :LigneVirPermCourante.TypeCompteSource,
                   :LigneVirPermCourante.CodeBanqueCible,
                   :LigneVirPermCourante.CodeGuichetCible,
                   :LigneVirPermCourante.RacineCompteCible,
                   :LigneVirPermCourante.TypeCompteCible,
                   :LigneVirPermCourante.MontantVirPerm,
                   :LigneVirPermCourante.JourDuMois
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform PostageVirPermDu
           else
               move 1 to BoucleurVirPerm
           end-if.

       PostageVirPermDu.
           move CodeBanqueSource of LigneVirPermCourante to CodeBanqueMvt.
           move CodeGuichetSource of LigneVirPermCourante to CodeGuichetMvt.
           move RacineCompteSource of LigneVirPermCourante to RacineCompteMvt.
           move TypeCompteSource of LigneVirPermCourante to TypeCompteMvt.
           move CodeBanqueCible of LigneVirPermCourante to CodeBanqueMvtCible.
           move CodeGuichetCible of LigneVirPermCourante to CodeGuichetMvtCible.
           move RacineCompteCible of LigneVirPermCourante to RacineCompteMvtCible.
           move TypeCompteCible of LigneVirPermCourante to TypeCompteMvtCible.
           move MontantVirPerm of LigneVirPermCourante to MontantMvt.
           move "Virement permanent" to LibelleMvt.
           move "VIR" to CodeOperationMvt.

      ***** Les deux comptes doivent toujours exister et etre ouverts : un ordre sur compte *****
      ***** disparu, bloque ou clos est saute, pas poste a moitie *****
           perform LectureCompteMvtCible.
           if CompteMvt-Trouve = 0 or StatutCompteMvt <> "O" then
               exit paragraph
           end-if.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt <> "O" then
               exit paragraph
           end-if.

      ***** Debit du compte source (les soldes source sont deja charges par LectureCompteMvt) *****
           move "D" to SensMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

      ***** Credit du compte cible *****
           move CodeBanqueMvtCible to CodeBanqueMvt.
           move CodeGuichetMvtCible to CodeGuichetMvt.
           move RacineCompteMvtCible to RacineCompteMvt.
           move TypeCompteMvtCible to TypeCompteMvt.
           move "C" to SensMvt.
           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           exec sql
               UPDATE VirementPermanent SET DateDerniereExecution = :DateJourBatch
               WHERE IdVirement = :LigneVirPermCourante.IdVirement
           end-exec.
           add 1 to NbVirPermExecutes.

      **********************************************************************************************
      ***** Mandats de prelevement (option 5 du sous-menu des virements permanents) *****
      ***** Creation / suspension / annulation a l'ecran, comme les virements permanents *****
      **********************************************************************************************
       MandatsPrelevement.
           perform MandatsPrelevement-Init.
           perform MandatsPrelevement-Trt until Mandats-iterator = 1.
           perform MandatsPrelevement-Fin.

       MandatsPrelevement-Init.
           move 0 to Mandats-iterator.

       MandatsPrelevement-Trt.
           perform AffichageListeMandats.
           display Mandats-SubMenu.
           move " " to OptionMandat.
           accept OptionMandat line 23 col 78.

           evaluate OptionMandat
               when "1"
                   perform CreationMandat
               when "2"
                   perform SuspensionMandat
               when "3"
                   perform AnnulationMandat
               when "4"
                   perform ImportPrelevements
               when "0"
                   move 1 to Mandats-iterator
           end-evaluate.

       MandatsPrelevement-Fin.
           continue.

      ***** Liste numerotee des mandats non annules, pour la designation par No de ligne *****
       AffichageListeMandats.
           display Mandats-E.
           move 0 to MaxMandats.
           move 0 to NoMandatSaisi.
           move 4 to NoLigneMandat.
           move 0 to BoucleurMandat.

           exec sql
               declare C-ListeMandats cursor for
                   select IdMandat, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          IdCreancier, ReferenceMandat, Statut
                   from MandatPrelevement
                   where Statut <> 'X'
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte, IdCreancier
           end-exec.

           exec sql
               open C-ListeMandats
           end-exec.

           perform AffichageLigneMandat until BoucleurMandat = 1.

           exec sql
               close C-ListeMandats
           end-exec.

       AffichageLigneMandat.
           exec sql
               fetch C-ListeMandats into :LigneMandatCourante.IdMandat,
                   :LigneMandatCourante.CodeBanqueMan,
                   :LigneMandatCourante.CodeGuichetMan,
                   :LigneMandatCourante.RacineCompteMan,
                   :LigneMandatCourante.TypeCompteMan,
                   :LigneMandatCourante.IdCreancierMan,
                   :LigneMandatCourante.ReferenceMan,
                   :LigneMandatCourante.StatutMan
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxMandats < 50 then
               add 1 to MaxMandats
               move MaxMandats to NoMandatSaisi
               move IdMandat of LigneMandatCourante to IdMandatEcran(MaxMandats)
               move StatutMan of LigneMandatCourante to StatutMandatEcran(MaxMandats)
               add 1 to NoLigneMandat
               display Mandats-Contenu
               if NoLigneMandat = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLigneMandat
               end-if
           else
               move 1 to BoucleurMandat
           end-if.

      *------------------------------------------------------------------
      * Creation d'un mandat de prelevement
      *------------------------------------------------------------------
       CreationMandat.
           perform InitSaisieMouvement.
           move " " to IdCreancierSaisi.
           move " " to ReferenceMandatSaisie.
           move " " to DateSignatureSaisie.
           display MandatSaisie-Ecran.
           accept MandatSaisie-Ecran.

           move 1 to ValidateurMandat.

           if IdCreancierSaisi = " " or ReferenceMandatSaisie = " " then
               move 0 to ValidateurMandat
               display " ** Creancier et reference du mandat obligatoires ** " line 25 col 1 bell blink
           end-if.

           if DateSignatureSaisie is not numeric then
               move 0 to ValidateurMandat
               display " ** Date de signature invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
           end-if.

           if ValidateurMandat = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurMandat
                   display " ** Compte a debiter inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurMandat
                       display " ** Compte a debiter non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

      ***** Un seul mandat vivant par compte et par couple creancier/reference *****
           if ValidateurMandat = 1 then
               move 0 to NbMandatTrouve
               exec sql
                   select count(*) into :NbMandatTrouve from MandatPrelevement
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and IdCreancier = :IdCreancierSaisi
                     and ReferenceMandat = :ReferenceMandatSaisie
                     and Statut <> 'X'
               end-exec
               if NbMandatTrouve > 0 then
                   move 0 to ValidateurMandat
                   display " ** Mandat deja enregistre pour ce compte et ce creancier ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurMandat = 1 then
               exec sql
                   select newid() into :LigneMandatCourante.IdMandat
               end-exec
               exec sql
                   INSERT INTO MandatPrelevement
                       (IdMandat, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                        IdCreancier, ReferenceMandat, DateSignature, Statut)
                   VALUES
                       (:LigneMandatCourante.IdMandat, :CodeBanqueMvt, :CodeGuichetMvt,
                        :RacineCompteMvt, :TypeCompteMvt, :IdCreancierSaisi,
                        :ReferenceMandatSaisie, :DateSignatureSaisie, 'A')
               end-exec
               display " ** Mandat cree ** " line 25 col 1
           end-if.

      *------------------------------------------------------------------
      * Suspension / reactivation d'un mandat designe par No
      *------------------------------------------------------------------
       SuspensionMandat.
           move 0 to NoMandatSaisi.
           accept NoMandatSaisi line 22 col 38.
           if NoMandatSaisi > 0 and NoMandatSaisi <= MaxMandats then
               if StatutMandatEcran(NoMandatSaisi) = "S" then
                   move "A" to StatutMandat
               else
                   move "S" to StatutMandat
               end-if
               move IdMandatEcran(NoMandatSaisi) to IdMandat of LigneMandatCourante
               exec sql
                   UPDATE MandatPrelevement SET Statut = :StatutMandat
                   WHERE IdMandat = :LigneMandatCourante.IdMandat
               end-exec
           end-if.

      *------------------------------------------------------------------
      * Annulation definitive d'un mandat designe par No
      *------------------------------------------------------------------
       AnnulationMandat.
           move 0 to NoMandatSaisi.
           accept NoMandatSaisi line 23 col 38.
           if NoMandatSaisi > 0 and NoMandatSaisi <= MaxMandats then
               move IdMandatEcran(NoMandatSaisi) to IdMandat of LigneMandatCourante
               exec sql
                   UPDATE MandatPrelevement SET Statut = 'X'
                   WHERE IdMandat = :LigneMandatCourante.IdMandat
               end-exec
           end-if.

      **********************************************************************************************
      ***** Execution d'une remise de prelevements *****
      ***** Une ligne par debit demande : creancier;reference;banque;guichet;racine;type; *****
      ***** dateAAAAMMJJ;montant en centimes;libelle. Chaque debit doit correspondre a un *****
      ***** mandat actif et a un compte ouvert, sinon il part au fichier de rejets. *****
      ***** Mode batch "PRELEV" *****
      **********************************************************************************************
       ImportPrelevements.
           perform ImportPrelevements-init.
           perform ImportPrelevements-trt until ImportPrelev-iterator = 1.
           perform ImportPrelevements-fin.

       ImportPrelevements-init.
           move 0 to ImportPrelev-iterator.
           move 0 to NoLigneImportPrelev.
           move 0 to NbPrelevPostes.
           move 0 to NbPrelevRejetes.
           move "N" to RejetsPrelev-Ouvert.
           open INPUT F-Prelevements.

       ImportPrelevements-trt.
           read F-Prelevements
               at end
                   move 1 to ImportPrelev-iterator
               not at end
                   add 1 to NoLigneImportPrelev
                   perform ImportationLignePrelev
           end-read.

       ImportPrelevements-fin.
           close F-Prelevements.

           if RejetsPrelev-Ouvert = "O" then
               close F-RejetsPrelevements
           end-if.

           if ModeBatch(1:6) <> "PRELEV" then
               display "Prelevements postes : " line 1 col 1 with no advancing
               display NbPrelevPostes line 1 col 23 with no advancing
               display " - rejetes : " line 1 col 30 with no advancing
               display NbPrelevRejetes line 1 col 43 with no advancing
               display " - Tapez Entree " line 1 col 50 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne de la remise de prelevements *****
       ImportationLignePrelev.
           move "O" to LignePrelevValide.
           move spaces to MotifRejetPre.
           perform InitSaisieMouvement.
           move spaces to IdCreancierMvt.
           move spaces to ReferenceMandatMvt.
           move spaces to DatePrelevImport.
           move 0 to MontantCentimesPrelev.
           move 0 to UnstringTally.

           unstring E-Prelevement delimited by ";" into
             IdCreancierMvt
             ReferenceMandatMvt
             CodeBanqueMvt
             CodeGuichetMvt
             RacineCompteMvt
             TypeCompteMvt
             DatePrelevImport
             MontantCentimesPrelev
             LibelleMvt
             tallying in UnstringTally
             on overflow
                 move "N" to LignePrelevValide
                 move "Ligne mal formee (champs en trop)" to MotifRejetPre
           end-unstring.

           if LignePrelevValide = "O" and UnstringTally < 8 then
               move "N" to LignePrelevValide
               move "Ligne mal formee (nombre de champs insuffisant)" to MotifRejetPre
           end-if.

           if LignePrelevValide = "O" then
               if DatePrelevImport is not numeric then
                   move "N" to LignePrelevValide
                   move "Date de prelevement invalide (attendu AAAAMMJJ)" to MotifRejetPre
               end-if
           end-if.

           if LignePrelevValide = "O" then
               if MontantCentimesPrelev = 0 then
                   move "N" to LignePrelevValide
                   move "Montant absent ou nul" to MotifRejetPre
               end-if
           end-if.

      ***** Le debit doit viser un compte existant et ouvert *****
           if LignePrelevValide = "O" then
               perform LectureCompteMvtRedirige
               if CompteMvt-Trouve = 0 then
                   move "N" to LignePrelevValide
                   move "Compte inconnu" to MotifRejetPre
               else
                   if StatutCompteMvt <> "O" then
                       move "N" to LignePrelevValide
                       move "Compte non ouvert (bloque ou clos)" to MotifRejetPre
                   end-if
               end-if
           end-if.

      ***** Le debit doit etre couvert par un mandat actif de ce creancier sur ce compte *****
           if LignePrelevValide = "O" then
               move 0 to NbMandatTrouve
               exec sql
                   select count(*) into :NbMandatTrouve from MandatPrelevement
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and IdCreancier = :IdCreancierMvt
                     and ReferenceMandat = :ReferenceMandatMvt
                     and Statut = 'A'
               end-exec
               if NbMandatTrouve = 0 then
                   move "N" to LignePrelevValide
                   move "Aucun mandat actif pour ce creancier sur ce compte" to MotifRejetPre
               end-if
           end-if.

      ***** Ni la somme bloquee par une saisie ni le decouvert autorise ne peuvent etre *****
      ***** depasses : le prelevement est alors rejete, sans debit *****
           compute MontantMvt = MontantCentimesPrelev / 100.
           move "D" to SensMvt.
           if LignePrelevValide = "O" then
               perform ControleProvisionCompte
               if MontantSaisiOK = "N" then
                   move "N" to LignePrelevValide
                   move "Somme bloquee par une saisie" to MotifRejetPre
               else
                   if ProvisionCompteOK = "N" then
                       move "N" to LignePrelevValide
                       move "Provision insuffisante" to MotifRejetPre
                   end-if
               end-if
           end-if.

           if LignePrelevValide = "N" then
               perform EcritureRejetPrelevement
               exit paragraph
           end-if.

      ***** Postage du prelevement : debit du compte, mouvement PRL *****
           move "PRL" to CodeOperationMvt.
           if LibelleMvt = " " then
               move spaces to LibelleMvt
               string "Prelevement " IdCreancierMvt delimited by size into LibelleMvt
           end-if.
           move DatePrelevImport to DateValeurMvt.

           perform MiseAJourSoldeCompteMvt.
           move DatePrelevImport to DateMouvement of MouvementCompte.
           perform EcritureMouvementMvt.
           add 1 to NbPrelevPostes.

      ***** Echeance connue du mandat, reprise par la projection de tresorerie *****
           exec sql
               UPDATE MandatPrelevement
               SET MontantDernierPrelev = :MontantMvt, DateDernierPrelev = :DatePrelevImport,
                   DatePremierPrelev = ISNULL(DatePremierPrelev, :DatePrelevImport)
               WHERE CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and IdCreancier = :IdCreancierMvt
                 and ReferenceMandat = :ReferenceMandatMvt
                 and Statut = 'A'
           end-exec.

      ***** Ecriture d'un prelevement rejete au fichier de rejets de la remise *****
       EcritureRejetPrelevement.
           if RejetsPrelev-Ouvert = "N" then
               open output F-RejetsPrelevements
               write E-RejetsPrelevements from " No ligne  Contenu de la ligne                                                                                 Motif du rejet"
               move "O" to RejetsPrelev-Ouvert
           end-if.

           move NoLigneImportPrelev to NoLigneRejetPre.
           move E-Prelevement to ContenuLigneRejetPre.
           write E-RejetsPrelevements from LigneRejetPrelev.
           add 1 to NbPrelevRejetes.

      **********************************************************************************************
      ***** Prets a la consommation (sous-menu Saisie mouvement, option 8) *****
      ***** Signature d'un contrat sur un Compte de pret : calcul du tableau d'amortissement *****
      ***** a echeances constantes, deblocage du capital sur le compte courant lie et edition *****
      ***** du tableau. Les echeances dues sont prelevees par le batch ECHEANCES ; celles *****
      ***** qui ne peuvent pas etre reglees restent impayees et alimentent la liste des *****
      ***** arrieres remise au recouvrement *****
      **********************************************************************************************
       PretsConsommation.
           perform PretsConsommation-Init.
           perform PretsConsommation-Trt until Prets-iterator = 1.
           perform PretsConsommation-Fin.

       PretsConsommation-Init.
           move 0 to Prets-iterator.

       PretsConsommation-Trt.
           perform AffichageListePrets.
           display Prets-SubMenu.
           move " " to OptionPret.
           accept OptionPret line 23 col 78.

           evaluate OptionPret
               when "1"
                   perform SignaturePret
               when "2"
                   move 0 to NoPretSaisi
                   accept NoPretSaisi line 22 col 38
                   if NoPretSaisi > 0 and NoPretSaisi <= MaxPret then
                       move IdPret of LignePretEcran(NoPretSaisi) to IdPret of LignePretCourante
                       perform EditionTableauAmortissement
                   end-if
               when "3"
                   perform EditionImpayesPrets
                   display "Echeances impayees editees : " line 1 col 1 with no advancing
                   display NbArrieresEdites line 1 col 30 with no advancing
                   display " - Tapez Entree " line 1 col 37 with no advancing
                   accept reponse
               when "4"
                   perform ExecutionEcheancesPrets
               when "0"
                   move 1 to Prets-iterator
           end-evaluate.

       PretsConsommation-Fin.
           continue.

      *------------------------------------------------------------------
      * Affichage de la liste des prets non annules, numerotes pour la
      * designation par No de ligne
      *------------------------------------------------------------------
       AffichageListePrets.
           display Prets-E.
           move 0 to MaxPret.
           move 0 to NoPretSaisi.
           move 4 to NoLignePret.
           move 0 to BoucleurPret.

           exec sql
               declare C-ListePrets cursor for
                   select IdPret, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          CodeBanquePrel, CodeGuichetPrel, RacineComptePrel, TypeComptePrel,
                          CapitalRestant, DureeMois, Statut
                   from PretConsommation
                   where Statut <> 'X'
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.

           exec sql
               open C-ListePrets
           end-exec.

           perform AffichageLignePret until BoucleurPret = 1.

           exec sql
               close C-ListePrets
           end-exec.

       AffichageLignePret.
           exec sql
               fetch C-ListePrets into :LignePretCourante.IdPret,
                   :LignePretCourante.CodeBanquePret,
                   :LignePretCourante.CodeGuichetPret,
                   :LignePretCourante.RacineComptePret,
                   :LignePretCourante.TypeComptePret,
                   :LignePretCourante.CodeBanquePrel,
                   :LignePretCourante.CodeGuichetPrel,
                   :LignePretCourante.RacineComptePrel,
                   :LignePretCourante.TypeComptePrel,
                   :LignePretCourante.CapitalRestantPret,
                   :LignePretCourante.DureePret,
                   :LignePretCourante.StatutPret
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxPret < 50 then
               add 1 to MaxPret
               move MaxPret to NoPretSaisi
               move IdPret of LignePretCourante to IdPret of LignePretEcran(MaxPret)
               move StatutPret of LignePretCourante to StatutPret of LignePretEcran(MaxPret)
               add 1 to NoLignePret
               display Prets-Contenu
      ***** L'ecran ne montre que les 15 premieres lignes, le reste defile *****
               if NoLignePret = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLignePret
               end-if
           else
               move 1 to BoucleurPret
           end-if.

      *------------------------------------------------------------------
      * Signature d'un pret : controles, calcul de l'echeance constante,
      * confirmation, puis enregistrement du contrat et de l'echeancier
      *------------------------------------------------------------------
       SignaturePret.
           perform InitSaisieMouvement.
           move 0 to CapitalPretSaisi.
           move 0 to TauxAnnuelPretSaisi.
           move 0 to DureePretSaisie.
           move " " to DatePremiereEcheanceSaisie.
           display PretSaisie-Ecran.
           accept PretSaisie-Ecran.

           move 1 to ValidateurPret.

           if CapitalPretSaisi = 0 then
               move 0 to ValidateurPret
               display " ** Capital emprunte obligatoire ** " line 25 col 1 bell blink
           end-if.

      ***** Taux plafonne au niveau de l'usure : au-dela le calcul n'a plus de sens *****
           if TauxAnnuelPretSaisi > 25 then
               move 0 to ValidateurPret
               display " ** Taux annuel invalide (0 a 25 %) ** " line 25 col 1 bell blink
           end-if.

           if DureePretSaisie = 0 or DureePretSaisie > 360 then
               move 0 to ValidateurPret
               display " ** Duree invalide (1 a 360 mois) ** " line 25 col 1 bell blink
           end-if.

      ***** Jour d'echeance limite au 28 : la meme date existe tous les mois *****
           if DatePremiereEcheanceSaisie is not numeric then
               move 0 to ValidateurPret
               display " ** Date de premiere echeance invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
           else
               if DatePremiereEcheanceSaisie(5:2) < "01" or DatePremiereEcheanceSaisie(5:2) > "12" or
                  DatePremiereEcheanceSaisie(7:2) < "01" or DatePremiereEcheanceSaisie(7:2) > "28" then
                   move 0 to ValidateurPret
                   display " ** Jour d'echeance invalide (01 a 28) ** " line 25 col 1 bell blink
               end-if
           end-if.

           if CodeBanqueMvt = CodeBanqueMvtCible and CodeGuichetMvt = CodeGuichetMvtCible and
              RacineCompteMvt = RacineCompteMvtCible and TypeCompteMvt = TypeCompteMvtCible then
               move 0 to ValidateurPret
               display " ** Compte de pret et compte preleve identiques ** " line 25 col 1 bell blink
           end-if.

           if ValidateurPret = 1 then
               perform LectureCompteMvtCible
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurPret
                   display " ** Compte de pret inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurPret
                       display " ** Compte de pret non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

      ***** Un seul contrat actif par compte de pret *****
           if ValidateurPret = 1 then
               move 0 to NbPretActifCompte
               exec sql
                   select count(*) into :NbPretActifCompte from PretConsommation
                   where CodeBanque = :CodeBanqueMvtCible and CodeGuichet = :CodeGuichetMvtCible
                     and RacineCompte = :RacineCompteMvtCible and TypeCompte = :TypeCompteMvtCible
                     and Statut = 'A'
               end-exec
               if NbPretActifCompte > 0 then
                   move 0 to ValidateurPret
                   display " ** Un pret actif existe deja sur ce compte de pret ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurPret = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurPret
                   display " ** Compte a prelever inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurPret
                       display " ** Compte a prelever non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurPret = 1 then
               perform CalculEcheanceConstantePret
               move "N" to ConfirmationPret
               display PretSaisie-Confirmation
               accept PretSaisie-Confirmation
               if ConfirmationPret = "o" or ConfirmationPret = "O" then
                   perform EnregistrementPret
               end-if
           end-if.

      ***** Echeance constante : C x t / (1 - (1 + t) ** -n), t taux mensuel ; sans interets *****
      ***** le capital est simplement reparti sur la duree *****
       CalculEcheanceConstantePret.
           compute TauxMensuelPret rounded = TauxAnnuelPretSaisi / 1200.
           if TauxMensuelPret = 0 then
               compute EcheanceConstantePret rounded = CapitalPretSaisi / DureePretSaisie
           else
               compute FacteurPret rounded = (1 + TauxMensuelPret) ** DureePretSaisie
               compute EcheanceConstantePret rounded =
                   CapitalPretSaisi * TauxMensuelPret * FacteurPret / (FacteurPret - 1)
           end-if.

      ***** Contrat, echeancier, deblocage du capital puis edition du tableau d'amortissement *****
       EnregistrementPret.
           exec sql
               select newid() into :LignePretCourante.IdPret
           end-exec.
           move CodeBanqueMvtCible to CodeBanquePret of LignePretCourante.
           move CodeGuichetMvtCible to CodeGuichetPret of LignePretCourante.
           move RacineCompteMvtCible to RacineComptePret of LignePretCourante.
           move TypeCompteMvtCible to TypeComptePret of LignePretCourante.
           move CodeBanqueMvt to CodeBanquePrel of LignePretCourante.
           move CodeGuichetMvt to CodeGuichetPrel of LignePretCourante.
           move RacineCompteMvt to RacineComptePrel of LignePretCourante.
           move TypeCompteMvt to TypeComptePrel of LignePretCourante.
           move CapitalPretSaisi to CapitalPret of LignePretCourante.
           move TauxAnnuelPretSaisi to TauxAnnuelPret of LignePretCourante.
           move DureePretSaisie to DureePret of LignePretCourante.
           move DatePremiereEcheanceSaisie to DatePremiereEcheance of LignePretCourante.
           move EcheanceConstantePret to MontantEcheancePret of LignePretCourante.
           move CapitalPretSaisi to CapitalRestantPret of LignePretCourante.
           accept DateJourBatch from date yyyymmdd.

           exec sql
               INSERT INTO PretConsommation
                   (IdPret, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    CodeBanquePrel, CodeGuichetPrel, RacineComptePrel, TypeComptePrel,
                    Capital, TauxAnnuel, DureeMois, DatePremiereEcheance, MontantEcheance,
                    CapitalRestant, DateSignature, CodeOperateur, Statut)
               VALUES
                   (:LignePretCourante.IdPret, :LignePretCourante.CodeBanquePret,
                    :LignePretCourante.CodeGuichetPret, :LignePretCourante.RacineComptePret,
                    :LignePretCourante.TypeComptePret, :LignePretCourante.CodeBanquePrel,
                    :LignePretCourante.CodeGuichetPrel, :LignePretCourante.RacineComptePrel,
                    :LignePretCourante.TypeComptePrel, :LignePretCourante.CapitalPret,
                    :LignePretCourante.TauxAnnuelPret, :LignePretCourante.DureePret,
                    :LignePretCourante.DatePremiereEcheance,
                    :LignePretCourante.MontantEcheancePret,
                    :LignePretCourante.CapitalRestantPret, :DateJourBatch,
                    :CodeOperateurSigne, 'A')
           end-exec.

           perform GenerationEcheancierPret.

      ***** Deblocage : credit du compte courant, le compte de pret porte le capital du *****
           move CapitalPretSaisi to MontantMvt.
           move "DPR" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Deblocage pret " RacineCompteMvtCible delimited by size into LibelleMvt.
           move "C" to SensMvt.
           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           move CodeBanqueMvtCible to CodeBanqueMvt.
           move CodeGuichetMvtCible to CodeGuichetMvt.
           move RacineCompteMvtCible to RacineCompteMvt.
           move TypeCompteMvtCible to TypeCompteMvt.
           move "D" to SensMvt.
           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           perform EditionTableauAmortissement.
           display " ** Pret signe, capital debloque, tableau d'amortissement edite ** " line 25 col 1.

      ***** Une ligne EcheancePret par mois, de la premiere echeance a la derniere *****
       GenerationEcheancierPret.
           move CapitalPretSaisi to CapitalRestantCalcul.
           move DatePremiereEcheanceSaisie(1:4) to AnneeEcheanceCalcul.
           move DatePremiereEcheanceSaisie(5:2) to MoisEcheanceCalcul.
           move DatePremiereEcheanceSaisie(7:2) to JourEcheanceCalcul.
           move 0 to NoEcheanceCalcul.
           perform CalculLigneEcheancier until NoEcheanceCalcul = DureePretSaisie.

      ***** Interets du mois sur le capital restant du ; la derniere echeance solde le *****
      ***** capital (ecart d'arrondi absorbe) *****
       CalculLigneEcheancier.
           add 1 to NoEcheanceCalcul.
           compute InteretsEch of LigneEcheanceCourante rounded =
               CapitalRestantCalcul * TauxMensuelPret.
           if NoEcheanceCalcul = DureePretSaisie then
               move CapitalRestantCalcul to CapitalEch of LigneEcheanceCourante
           else
               compute CapitalEch of LigneEcheanceCourante =
                   EcheanceConstantePret - InteretsEch of LigneEcheanceCourante
               if CapitalEch of LigneEcheanceCourante > CapitalRestantCalcul then
                   move CapitalRestantCalcul to CapitalEch of LigneEcheanceCourante
               end-if
           end-if.
           compute MontantEch of LigneEcheanceCourante =
               CapitalEch of LigneEcheanceCourante + InteretsEch of LigneEcheanceCourante.
           subtract CapitalEch of LigneEcheanceCourante from CapitalRestantCalcul.
           move CapitalRestantCalcul to RestantEch of LigneEcheanceCourante.
           move NoEcheanceCalcul to NoEcheance of LigneEcheanceCourante.
           move spaces to DateEcheance of LigneEcheanceCourante.
           string AnneeEcheanceCalcul MoisEcheanceCalcul JourEcheanceCalcul delimited by size
               into DateEcheance of LigneEcheanceCourante.

           exec sql
               INSERT INTO EcheancePret
                   (IdPret, NoEcheance, DateEcheance, Montant, PartCapital, PartInterets,
                    CapitalRestant, Statut, DateReglement, MotifImpaye)
               VALUES
                   (:LignePretCourante.IdPret, :LigneEcheanceCourante.NoEcheance,
                    :LigneEcheanceCourante.DateEcheance, :LigneEcheanceCourante.MontantEch,
                    :LigneEcheanceCourante.CapitalEch, :LigneEcheanceCourante.InteretsEch,
                    :LigneEcheanceCourante.RestantEch, 'P', ' ', ' ')
           end-exec.

           add 1 to MoisEcheanceCalcul.
           if MoisEcheanceCalcul > 12 then
               move 1 to MoisEcheanceCalcul
               add 1 to AnneeEcheanceCalcul
           end-if.

      *------------------------------------------------------------------
      * Edition du tableau d'amortissement du pret IdPret de
      * LignePretCourante, statut de chaque echeance compris
      *------------------------------------------------------------------
       EditionTableauAmortissement.
           exec sql
               select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                      CodeBanquePrel, CodeGuichetPrel, RacineComptePrel, TypeComptePrel,
                      Capital, TauxAnnuel, DureeMois, MontantEcheance
               into :LignePretCourante.CodeBanquePret, :LignePretCourante.CodeGuichetPret,
                    :LignePretCourante.RacineComptePret, :LignePretCourante.TypeComptePret,
                    :LignePretCourante.CodeBanquePrel, :LignePretCourante.CodeGuichetPrel,
                    :LignePretCourante.RacineComptePrel, :LignePretCourante.TypeComptePrel,
                    :LignePretCourante.CapitalPret, :LignePretCourante.TauxAnnuelPret,
                    :LignePretCourante.DureePret, :LignePretCourante.MontantEcheancePret
               from PretConsommation
               where IdPret = :LignePretCourante.IdPret
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               exit paragraph
           end-if.

           move spaces to Nom of Client.
           move spaces to Prenom of Client.
           exec sql
               select Client.Nom, Client.Prenom into :Client.Nom, :Client.Prenom
               from Client
               join Compte on Compte.CodeClient = Client.CodeClient
               where Compte.CodeBanque = :LignePretCourante.CodeBanquePret
                 and Compte.CodeGuichet = :LignePretCourante.CodeGuichetPret
                 and Compte.RacineCompte = :LignePretCourante.RacineComptePret
                 and Compte.TypeCompte = :LignePretCourante.TypeComptePret
           end-exec.

           move "TABLEAU AMORT" to TypeEditionCourant.
           move "TableauAmortissement" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierTableauAmort.
           open output F-TableauAmortissement.

           move corresponding DateSysteme to LigneAmortEntete1.
           move Nom of Client to NomClientAmort of LigneAmortPret1.
           move Prenom of Client to PrenomClientAmort of LigneAmortPret1.
           move CodeBanquePret of LignePretCourante to CodeBanqueAmort of LigneAmortPret2.
           move CodeGuichetPret of LignePretCourante to CodeGuichetAmort of LigneAmortPret2.
           move RacineComptePret of LignePretCourante to RacineCompteAmort of LigneAmortPret2.
           move TypeComptePret of LignePretCourante to TypeCompteAmort of LigneAmortPret2.
           move CodeBanquePrel of LignePretCourante to CodeBanquePrelAmort of LigneAmortPret2.
           move CodeGuichetPrel of LignePretCourante to CodeGuichetPrelAmort of LigneAmortPret2.
           move RacineComptePrel of LignePretCourante to RacineComptePrelAmort of LigneAmortPret2.
           move TypeComptePrel of LignePretCourante to TypeComptePrelAmort of LigneAmortPret2.
           move CapitalPret of LignePretCourante to CapitalAmortEd of LigneAmortPret3.
           move TauxAnnuelPret of LignePretCourante to TauxAmortEd of LigneAmortPret3.
           move DureePret of LignePretCourante to DureeAmortEd of LigneAmortPret3.
           move MontantEcheancePret of LignePretCourante to EcheanceAmortEd of LigneAmortPret3.

           move 0 to NoPageAmort.
           move 0 to NbLignesAmortEditees.
           move 0 to TotalInteretsPret.
           move 0 to TotalEcheancesPret.
           perform ImpressionEnteteAmort.

           exec sql
               declare C-EcheancesPret cursor for
                   select NoEcheance, DateEcheance, Montant, PartCapital, PartInterets,
                          CapitalRestant, Statut
                   from EcheancePret
                   where IdPret = :LignePretCourante.IdPret
                   order by NoEcheance
           end-exec.
           exec sql
               open C-EcheancesPret
           end-exec.
           move 0 to BoucleurPret.
           perform EditionLigneAmort until BoucleurPret = 1.
           exec sql
               close C-EcheancesPret
           end-exec.

           move TotalInteretsPret to TotalInteretsAmortEd of LigneAmortTotal1.
           move TotalEcheancesPret to TotalEcheancesAmortEd of LigneAmortTotal2.
           write E-TableauAmortissement from " ".
           write E-TableauAmortissement from LigneAmortTotal1.
           write E-TableauAmortissement from LigneAmortTotal2.
           close F-TableauAmortissement.

           move NomFichierTableauAmort to NomFichierEditionCourant.
           move NoPageAmort to NbPagesCatalogue.
           move NbLignesAmortEditees to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EditionLigneAmort.
           exec sql
               fetch C-EcheancesPret into :LigneEcheanceCourante.NoEcheance,
                   :LigneEcheanceCourante.DateEcheance, :LigneEcheanceCourante.MontantEch,
                   :LigneEcheanceCourante.CapitalEch, :LigneEcheanceCourante.InteretsEch,
                   :LigneEcheanceCourante.RestantEch, :LigneEcheanceCourante.StatutEch
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurPret
               exit paragraph
           end-if.

           if NbLigneAmort > 60 then
               perform ImpressionEnteteAmort
           end-if.
           move NoEcheance of LigneEcheanceCourante to NoEcheanceAmortEd of LigneAmortDetail.
           move DateEcheance of LigneEcheanceCourante to DateEcheanceAmortEd of LigneAmortDetail.
           move MontantEch of LigneEcheanceCourante to MontantAmortEd of LigneAmortDetail.
           move InteretsEch of LigneEcheanceCourante to InteretsAmortEd of LigneAmortDetail.
           move CapitalEch of LigneEcheanceCourante to CapitalEchAmortEd of LigneAmortDetail.
           move RestantEch of LigneEcheanceCourante to RestantAmortEd of LigneAmortDetail.
           move StatutEch of LigneEcheanceCourante to StatutAmortEd of LigneAmortDetail.
           write E-TableauAmortissement from LigneAmortDetail.
           add 1 to NbLigneAmort.
           add 1 to NbLignesAmortEditees.
           add InteretsEch of LigneEcheanceCourante to TotalInteretsPret.
           add MontantEch of LigneEcheanceCourante to TotalEcheancesPret.

      ***** Pied de page puis entete (rappel du contrat) de la page suivante *****
       ImpressionEnteteAmort.
           if NoPageAmort > 0 then
               move NoPageAmort to NPage of LigneAmortBasPage
               write E-TableauAmortissement from LigneAmortBasPage
           end-if.
           add 1 to NoPageAmort.
           write E-TableauAmortissement from LigneAmortEntete1.
           write E-TableauAmortissement from LigneAmortEntete2.
           write E-TableauAmortissement from " ".
           write E-TableauAmortissement from LigneAmortPret1.
           write E-TableauAmortissement from LigneAmortPret2.
           write E-TableauAmortissement from LigneAmortPret3.
           write E-TableauAmortissement from " ".
           write E-TableauAmortissement from LigneAmortEntete4.
           write E-TableauAmortissement from LigneAmortEntete7.
           write E-TableauAmortissement from LigneAmortEntete4.
           move 10 to NbLigneAmort.

      **********************************************************************************************
      ***** Prelevement des echeances de prets dues (sous-menu Prets, option 4) *****
      ***** Chaque echeance arrivee a terme, prevue ou deja impayee, est prelevee sur le *****
      ***** compte courant lie : debit des interets (PRI) et du capital (PRC), credit du *****
      ***** capital au compte de pret. Un compte preleve inconnu, bloque, clos ou sans *****
      ***** provision suffisante (decouvert autorise, catalogue produits) laisse l'echeance *****
      ***** en impaye, ainsi que les echeances suivantes du meme pret : un arriere est *****
      ***** toujours regle avant l'echeance suivante. La liste des arrieres est editee a *****
      ***** chaque passage. Peut etre lance sans surveillance avec ModeBatch = "ECHEANCES" *****
      **********************************************************************************************
       ExecutionEcheancesPrets.
           move 0 to NbEcheancesDues.
           move 0 to NbEcheancesReglees.
           move 0 to NbEcheancesImpayees.
           move 0 to TotalEcheancesReglees.
           move spaces to IdPretEnEchec.
           accept DateJourBatch from date yyyymmdd.

           exec sql
               declare C-EcheancesDues cursor for
                   select EcheancePret.IdPret, EcheancePret.NoEcheance, EcheancePret.DateEcheance,
                          EcheancePret.Montant, EcheancePret.PartCapital,
                          EcheancePret.PartInterets, EcheancePret.CapitalRestant,
                          PretConsommation.CodeBanque, PretConsommation.CodeGuichet,
                          PretConsommation.RacineCompte, PretConsommation.TypeCompte,
                          PretConsommation.CodeBanquePrel, PretConsommation.CodeGuichetPrel,
                          PretConsommation.RacineComptePrel, PretConsommation.TypeComptePrel
                   from EcheancePret
                   join PretConsommation on PretConsommation.IdPret = EcheancePret.IdPret
                   where PretConsommation.Statut = 'A'
                     and EcheancePret.Statut in ('P', 'I')
                     and EcheancePret.DateEcheance <= :DateJourBatch
                   order by EcheancePret.IdPret, EcheancePret.NoEcheance
           end-exec.

           exec sql
               open C-EcheancesDues
           end-exec.

           if ModeBatch(1:9) <> "ECHEANCES" then
               display "PRELEVEMENT DES ECHEANCES DE PRETS EN COURS..." line 1 col 1
           end-if.

           move 0 to BoucleurPret.
           perform ExecutionEcheanceDue until BoucleurPret = 1.

           exec sql
               close C-EcheancesDues
           end-exec.

      ***** La liste des arrieres part au recouvrement a chaque passage *****
           perform EditionImpayesPrets.

           if ModeBatch(1:9) <> "ECHEANCES" then
               display "Echeances reglees : " line 2 col 1 with no advancing
               display NbEcheancesReglees line 2 col 21 with no advancing
               display " - Impayees : " line 2 col 28 with no advancing
               display NbEcheancesImpayees line 2 col 42 with no advancing
               display " - Tapez Entree " line 2 col 49 with no advancing
               accept reponse
           end-if.

       ExecutionEcheanceDue.
           exec sql
               fetch C-EcheancesDues into :LignePretCourante.IdPret,
                   :LigneEcheanceCourante.NoEcheance, :LigneEcheanceCourante.DateEcheance,
                   :LigneEcheanceCourante.MontantEch, :LigneEcheanceCourante.CapitalEch,
                   :LigneEcheanceCourante.InteretsEch, :LigneEcheanceCourante.RestantEch,
                   :LignePretCourante.CodeBanquePret, :LignePretCourante.CodeGuichetPret,
                   :LignePretCourante.RacineComptePret, :LignePretCourante.TypeComptePret,
                   :LignePretCourante.CodeBanquePrel, :LignePretCourante.CodeGuichetPrel,
                   :LignePretCourante.RacineComptePrel, :LignePretCourante.TypeComptePrel
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ReglementEcheancePret
           else
               move 1 to BoucleurPret
           end-if.

      ***** Reglement d'une echeance par le circuit normal des mouvements *****
       ReglementEcheancePret.
           add 1 to NbEcheancesDues.
           move spaces to MotifImpayePret.
           perform InitSaisieMouvement.
           move CodeBanquePrel of LignePretCourante to CodeBanqueMvt.
           move CodeGuichetPrel of LignePretCourante to CodeGuichetMvt.
           move RacineComptePrel of LignePretCourante to RacineCompteMvt.
           move TypeComptePrel of LignePretCourante to TypeCompteMvt.
           move MontantEch of LigneEcheanceCourante to MontantMvt.
           move "D" to SensMvt.

           if IdPret of LignePretCourante = IdPretEnEchec then
               move "Echeance precedente impayee" to MotifImpayePret
           else
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move "Compte preleve inconnu" to MotifImpayePret
               else
                   if StatutCompteMvt <> "O" then
                       move "Compte preleve bloque ou clos" to MotifImpayePret
                   else
                       perform ControleProvisionCompte
                       if ProvisionCompteOK = "N" then
                           move "Provision insuffisante" to MotifImpayePret
                       end-if
                   end-if
               end-if
           end-if.

           if MotifImpayePret <> spaces then
               perform ImpayeEcheancePret
               exit paragraph
           end-if.

      ***** Interets puis capital au debit du compte courant, en date de valeur de l'echeance *****
           if InteretsEch of LigneEcheanceCourante > 0 then
               move InteretsEch of LigneEcheanceCourante to MontantMvt
               move "PRI" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Pret " RacineComptePret of LignePretCourante
                   " interets echeance " NoEcheance of LigneEcheanceCourante
                   delimited by size into LibelleMvt
               perform MiseAJourSoldeCompteMvt
               perform EcritureEcheancePretMvt
           end-if.

           move CapitalEch of LigneEcheanceCourante to MontantMvt.
           move "PRC" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Pret " RacineComptePret of LignePretCourante
               " capital echeance " NoEcheance of LigneEcheanceCourante
               delimited by size into LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureEcheancePretMvt.

      ***** Le capital rembourse vient en diminution du debit du compte de pret *****
           move CodeBanquePret of LignePretCourante to CodeBanqueMvt.
           move CodeGuichetPret of LignePretCourante to CodeGuichetMvt.
           move RacineComptePret of LignePretCourante to RacineCompteMvt.
           move TypeComptePret of LignePretCourante to TypeCompteMvt.
           move "C" to SensMvt.
           move spaces to LibelleMvt.
           string "Remboursement capital echeance " NoEcheance of LigneEcheanceCourante
               delimited by size into LibelleMvt.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 1 then
               perform MiseAJourSoldeCompteMvt
               perform EcritureEcheancePretMvt
           end-if.

           exec sql
               UPDATE EcheancePret SET Statut = 'R', DateReglement = :DateJourBatch
               WHERE IdPret = :LignePretCourante.IdPret
                 AND NoEcheance = :LigneEcheanceCourante.NoEcheance
           end-exec.
           if RestantEch of LigneEcheanceCourante = 0 then
               exec sql
                   UPDATE PretConsommation SET CapitalRestant = 0, Statut = 'S'
                   WHERE IdPret = :LignePretCourante.IdPret
               end-exec
           else
               exec sql
                   UPDATE PretConsommation SET CapitalRestant = :LigneEcheanceCourante.RestantEch
                   WHERE IdPret = :LignePretCourante.IdPret
               end-exec
           end-if.

           add 1 to NbEcheancesReglees.
           add MontantEch of LigneEcheanceCourante to TotalEcheancesReglees.

      ***** Mouvement d'echeance : date du passage, date de valeur = date d'echeance *****
       EcritureEcheancePretMvt.
           move DateJourBatch to DateMouvement of MouvementCompte.
           move DateEcheance of LigneEcheanceCourante to DateValeurMvt.
           perform EcritureMouvementMvt.

      ***** Echeance laissee (ou maintenue) en impaye avec son motif *****
       ImpayeEcheancePret.
           move IdPret of LignePretCourante to IdPretEnEchec.
           exec sql
               UPDATE EcheancePret SET Statut = 'I', MotifImpaye = :MotifImpayePret
               WHERE IdPret = :LignePretCourante.IdPret
                 AND NoEcheance = :LigneEcheanceCourante.NoEcheance
           end-exec.
           add 1 to NbEcheancesImpayees.

      **********************************************************************************************
      ***** Liste des echeances de prets impayees (sous-menu Prets, option 3, et fin du *****
      ***** batch ECHEANCES) : une ligne par echeance en arriere avec ses jours de retard *****
      ***** et les coordonnees de l'emprunteur, triee par banque/guichet puis anciennete *****
      **********************************************************************************************
       EditionImpayesPrets.
           move 0 to NbArrieresEdites.
           move 0 to TotalArrieres.
           move 0 to NoPageArr.
           move 66 to NbLigneArr.
           move corresponding DateSysteme to LigneImpPretEntete1.

           exec sql
               declare C-ImpayesPrets cursor for
                   select PretConsommation.CodeBanque, PretConsommation.CodeGuichet,
                          PretConsommation.RacineCompte, PretConsommation.CodeBanquePrel,
                          PretConsommation.CodeGuichetPrel, PretConsommation.RacineComptePrel,
                          EcheancePret.NoEcheance, EcheancePret.DateEcheance, EcheancePret.Montant,
                          datediff(day, convert(datetime, EcheancePret.DateEcheance, 112), getdate()),
                          ISNULL(Client.Nom, ' '), ISNULL(Client.Telephone, ' ')
                   from EcheancePret
                   join PretConsommation on PretConsommation.IdPret = EcheancePret.IdPret
                   left join Compte on Compte.CodeBanque = PretConsommation.CodeBanque
                       and Compte.CodeGuichet = PretConsommation.CodeGuichet
                       and Compte.RacineCompte = PretConsommation.RacineCompte
                       and Compte.TypeCompte = PretConsommation.TypeCompte
                   left join Client on Client.CodeClient = Compte.CodeClient
                   where EcheancePret.Statut = 'I'
                     and PretConsommation.Statut = 'A'
                   order by PretConsommation.CodeBanque, PretConsommation.CodeGuichet,
                       EcheancePret.DateEcheance, PretConsommation.RacineCompte
           end-exec.

           exec sql
               open C-ImpayesPrets
           end-exec.
           move 0 to BoucleurPret.
           perform EditionLigneImpayePret until BoucleurPret = 1.
           exec sql
               close C-ImpayesPrets
           end-exec.

           if NoPageArr > 0 then
               move NbArrieresEdites to TotalNbArrEd of LigneImpPretTotal1
               move TotalArrieres to TotalMontantArrEd of LigneImpPretTotal2
               write E-ImpayesPrets from " "
               write E-ImpayesPrets from LigneImpPretTotal1
               write E-ImpayesPrets from LigneImpPretTotal2
               close F-ImpayesPrets
               move NomFichierImpayesPrets to NomFichierEditionCourant
               move NoPageArr to NbPagesCatalogue
               move NbArrieresEdites to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.

       EditionLigneImpayePret.
           exec sql
               fetch C-ImpayesPrets into :LignePretCourante.CodeBanquePret,
                   :LignePretCourante.CodeGuichetPret, :LignePretCourante.RacineComptePret,
                   :LignePretCourante.CodeBanquePrel, :LignePretCourante.CodeGuichetPrel,
                   :LignePretCourante.RacineComptePrel,
                   :LigneEcheanceCourante.NoEcheance, :LigneEcheanceCourante.DateEcheance,
                   :LigneEcheanceCourante.MontantEch, :LigneEcheanceCourante.JoursRetardEch,
                   :Client.Nom, :Client.Telephone
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurPret
               exit paragraph
           end-if.

           if NbLigneArr > 60 then
               if NoPageArr = 0 then
                   move "IMPAYES PRETS" to TypeEditionCourant
                   move "ImpayesPrets" to NomCourtEdition
                   perform ConstructionNomEdition
                   move NomFichierEditionCourant to NomFichierImpayesPrets
                   open output F-ImpayesPrets
               else
                   move NoPageArr to NPage of LigneImpPretBasPage
                   write E-ImpayesPrets from LigneImpPretBasPage
               end-if
               add 1 to NoPageArr
               write E-ImpayesPrets from LigneImpPretEntete1
               write E-ImpayesPrets from LigneImpPretEntete2
               write E-ImpayesPrets from " "
               write E-ImpayesPrets from LigneImpPretEntete4
               write E-ImpayesPrets from LigneImpPretEntete7
               write E-ImpayesPrets from LigneImpPretEntete4
               move 6 to NbLigneArr
           end-if.

           add 1 to NbLigneArr.
           add 1 to NbArrieresEdites.
           add MontantEch of LigneEcheanceCourante to TotalArrieres.
           move CodeBanquePret of LignePretCourante to CodeBanqueArr of LigneImpPretDetail.
           move CodeGuichetPret of LignePretCourante to CodeGuichetArr of LigneImpPretDetail.
           move RacineComptePret of LignePretCourante to RacineCompteArr of LigneImpPretDetail.
           move CodeBanquePrel of LignePretCourante to CodeBanquePrelArr of LigneImpPretDetail.
           move CodeGuichetPrel of LignePretCourante to CodeGuichetPrelArr of LigneImpPretDetail.
           move RacineComptePrel of LignePretCourante to RacineComptePrelArr of LigneImpPretDetail.
           move NoEcheance of LigneEcheanceCourante to NoEcheanceArr of LigneImpPretDetail.
           move DateEcheance of LigneEcheanceCourante to DateEcheanceArr of LigneImpPretDetail.
           move MontantEch of LigneEcheanceCourante to MontantArr of LigneImpPretDetail.
           move JoursRetardEch of LigneEcheanceCourante to JoursRetardArr of LigneImpPretDetail.
           move Nom of Client to NomClientArr of LigneImpPretDetail.
           move Telephone of Client to TelephoneArr of LigneImpPretDetail.
           write E-ImpayesPrets from LigneImpPretDetail.

      **********************************************************************************************
      ***** Virement externe (sous-menu Saisie mouvement, option 6) *****
      ***** Le compte est debite immediatement (code operation VIE) au profit d'un *****
      ***** beneficiaire du referentiel du client (nom, IBAN verifie, BIC) ; l'ordre *****
      ***** s'accumule dans VirementExterne et part a la plateforme au prochain export SEPA *****
      **********************************************************************************************
       VirementExterne.
           perform InitSaisieMouvement.
           display VirExterne-Saisie.
           accept VirExterne-Saisie.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutCompteMvt <> "O" then
               display " ** Compte non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Les beneficiaires sont rattaches au client titulaire du compte *****
           move " " to CodeClientVirExt.
           exec sql
               select CodeClient into :CodeClientVirExt from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.

           move 0 to VirExterne-iterator.
           perform VirementExterne-Trt until VirExterne-iterator = 1.

       VirementExterne-Trt.
           perform AffichageListeBeneficiaires.
           move " " to OptionBenef.
           display "[P]ayer un beneficiaire / [C]reer un beneficiaire / autre = retour : " line 23 col 2 with no advancing.
           accept OptionBenef line 23 col 72.
           if OptionBenef = "p" then
               move "P" to OptionBenef
           end-if.
           if OptionBenef = "c" then
               move "C" to OptionBenef
           end-if.

           evaluate OptionBenef
               when "C"
                   perform CreationBeneficiaire
               when "P"
                   perform PaiementBeneficiaire
               when other
                   move 1 to VirExterne-iterator
           end-evaluate.

      ***** Liste numerotee des beneficiaires du client (50 au plus) *****
       AffichageListeBeneficiaires.
           display VirExterne-Saisie.
           display Beneficiaires-E.
           move 0 to MaxBenef.
           move 0 to NoBenefSaisi.
           move 6 to NoLigneBenef.
           move 0 to BoucleurBenef.

           exec sql
               declare C-ListeBeneficiaires cursor for
                   select IdBeneficiaire, NomBeneficiaire, Iban, Bic
                   from Beneficiaire
                   where CodeClient = :CodeClientVirExt
                   order by NomBeneficiaire
           end-exec.

           exec sql
               open C-ListeBeneficiaires
           end-exec.

           perform AffichageLigneBeneficiaire until BoucleurBenef = 1.

           exec sql
               close C-ListeBeneficiaires
           end-exec.

       AffichageLigneBeneficiaire.
           exec sql
               fetch C-ListeBeneficiaires into :LigneBenefCourante.IdBenef,
                   :LigneBenefCourante.NomBenef,
                   :LigneBenefCourante.IbanBenef,
                   :LigneBenefCourante.BicBenef
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxBenef < 50 then
               add 1 to MaxBenef
               move MaxBenef to NoBenefSaisi
               move IdBenef of LigneBenefCourante to IdBenefEcran(MaxBenef)
               move NomBenef of LigneBenefCourante to NomBenefEcran(MaxBenef)
               move IbanBenef of LigneBenefCourante to IbanBenefEcran(MaxBenef)
               move BicBenef of LigneBenefCourante to BicBenefEcran(MaxBenef)
               add 1 to NoLigneBenef
               display Beneficiaires-Contenu
               if NoLigneBenef = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 6 to NoLigneBenef
               end-if
           else
               move 1 to BoucleurBenef
           end-if.

      *------------------------------------------------------------------
      * Creation d'un beneficiaire du client : nom, IBAN verifie par la
      * meme regle mod 97 que CalculIbanBic, BIC obligatoire
      *------------------------------------------------------------------
       CreationBeneficiaire.
           move " " to NomBeneficiaireSaisi.
           move " " to IbanBeneficiaireSaisi.
           move " " to BicBeneficiaireSaisi.
           display Beneficiaire-Creation.
           accept Beneficiaire-Creation.

           if NomBeneficiaireSaisi = " " then
               display " ** Nom du beneficiaire obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if BicBeneficiaireSaisi = " " then
               display " ** BIC obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform VerificationIbanBeneficiaire.
           if IbanBeneficiaireValide = "N" then
               display " ** IBAN invalide (cle de controle erronee) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Pas deux fois le meme IBAN chez le meme client *****
           move 0 to NbBenefTrouve.
           exec sql
               select count(*) into :NbBenefTrouve from Beneficiaire
               where CodeClient = :CodeClientVirExt
                 and Iban = :IbanBeneficiaireSaisi
           end-exec.
           if NbBenefTrouve > 0 then
               display " ** Beneficiaire deja enregistre (meme IBAN) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               select newid() into :IdBeneficiaireCourant
           end-exec.
           exec sql
               INSERT INTO Beneficiaire
                   (IdBeneficiaire, CodeClient, NomBeneficiaire, Iban, Bic)
               VALUES
                   (:IdBeneficiaireCourant, :CodeClientVirExt, :NomBeneficiaireSaisi,
                    :IbanBeneficiaireSaisi, :BicBeneficiaireSaisi)
           end-exec.
           display " ** Beneficiaire enregistre ** " line 25 col 1.

      ***** Verification de l'IBAN saisi : pour un IBAN FR, les chiffres de controle sont *****
      ***** recalcules par la regle mod 97 de CalculIbanBic et confrontes a la saisie ; un *****
      ***** IBAN etranger est accepte tel quel (pas de table des formats par pays) *****
       VerificationIbanBeneficiaire.
           move "O" to IbanBeneficiaireValide.
           if IbanBeneficiaireSaisi = " " then
               move "N" to IbanBeneficiaireValide
               exit paragraph
           end-if.

           if IbanBeneficiaireSaisi(1:2) = "FR" then
               if IbanBeneficiaireSaisi(3:2) is not numeric then
                   move "N" to IbanBeneficiaireValide
                   exit paragraph
               end-if
               move IbanBeneficiaireSaisi(5:23) to IbanBban
               move spaces to IbanNumeral
               string IbanBban "152700" into IbanNumeral
               move IbanNumeral to IbanNumeralN
               divide IbanNumeralN by 97 giving IbanQuotient remainder IbanRemainder
               compute IbanCheckDigits = 98 - IbanRemainder
               if IbanCheckDigits = 100 then
                   move 0 to IbanCheckDigits
               end-if
               move IbanBeneficiaireSaisi(3:2) to IbanCheckAttendu
               if IbanCheckAttendu not = IbanCheckDigits then
                   move "N" to IbanBeneficiaireValide
               end-if
           end-if.

      *------------------------------------------------------------------
      * Paiement d'un beneficiaire designe par No : debit immediat du
      * compte (code VIE) et ordre accumule pour l'export SEPA du jour
      *------------------------------------------------------------------
       PaiementBeneficiaire.
           if MaxBenef = 0 then
               display " ** Aucun beneficiaire enregistre pour ce client ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NoBenefSaisi.
           display "No du beneficiaire : " line 24 col 2 with no advancing.
           accept NoBenefSaisi line 24 col 24.
           if NoBenefSaisi = 0 or NoBenefSaisi > MaxBenef then
               exit paragraph
           end-if.

           move 0 to MontantMvt.
           move " " to LibelleMvt.
           display VirExterne-Montant.
           accept VirExterne-Montant.

           if MontantMvt = 0 then
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Memes garde-fous que les autres saisies du guichet : matrice d'autorisations *****
      ***** (plafond du profil, restriction de guichet de l'operateur)... *****
           move "D" to SensMvt.
           perform ControleAutorisationSaisie.
           if AutorisationSaisie-OK = "N" then
               exit paragraph
           end-if.

      ***** ... et catalogue produits : le debit de l'ordre externe ne doit pas faire *****
      ***** passer en negatif un compte d'un type sans decouvert *****
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt <> "O" then
               display " ** Compte a debiter non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           perform ControleDecouvertProduit.
           if MontantSaisiOK = "N" then
               display " ** Somme bloquee par une saisie sur le compte ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if DecouvertProduitOK = "N" then
               display " ** Decouvert interdit sur ce type de compte (catalogue produits) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "N" to ConfirmationMouvement.
           display SaisieMouvement-Confirmation.
           accept SaisieMouvement-Confirmation.
           if ConfirmationMouvement <> "o" and ConfirmationMouvement <> "O" then
               exit paragraph
           end-if.

           if LibelleMvt = " " then
               move spaces to LibelleMvt
               string "Virement externe " NomBenefEcran(NoBenefSaisi) (1:23)
                   delimited by size into LibelleMvt
           end-if.
           move "VIE" to CodeOperationMvt.
           move IdBenefEcran(NoBenefSaisi) to IdBeneficiaireCourant.

      ***** Regle du double regard : au-dela du seuil, l'ordre externe part en attente de *****
      ***** validation (type X) sans toucher au solde ni a la file SEPA ; le postage et *****
      ***** la mise en file sont faits par la validation d'un second operateur *****
           perform LectureSeuilValidation.
           if MontantMvt > SeuilValidationMvt then
               move "X" to TypeOpAtt of LigneAttenteCourante
               perform MiseEnAttenteMouvement
               display " ** Montant au-dela du seuil : ordre externe mis en attente de validation ** " line 25 col 1 bell
               exit paragraph
           end-if.

           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.
           perform EmissionOrdreVirementExterne.
           display " ** Virement externe enregistre, emission au prochain export SEPA ** " line 25 col 1.

      ***** Ordre a emettre au prochain export SEPA (compte debite et beneficiaire dans *****
      ***** CodeBanqueMvt... et IdBeneficiaireCourant) *****
       EmissionOrdreVirementExterne.
           exec sql
               select newid() into :IdVirementExterne
           end-exec.
           accept DateJourBatch from date yyyymmdd.
           exec sql
               INSERT INTO VirementExterne
                   (IdVirement, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    IdBeneficiaire, Montant, Libelle, DateOrdre, Statut)
               VALUES
                   (:IdVirementExterne, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt, :IdBeneficiaireCourant,
                    :MontantMvt, :LibelleMvt, :DateJourBatch, 'A')
           end-exec.

      ***** Paiement vers un IBAN, le compte CodeBanqueMvt... etant deja debite de MontantMvt : *****
      ***** un IBAN tenu chez nous est credite directement (meme code operation), sinon *****
      ***** l'ordre part en VirementExterne vers un beneficiaire du client CodeClientVirExt *****
      ***** (cree a la volee s'il n'est pas encore au referentiel). Le beneficiaire est *****
      ***** porte par NomBeneficiaireSaisi / IbanBeneficiaireSaisi / BicBeneficiaireSaisi *****
       PaiementVersIban.
           move "N" to PaiementIbanInterne.
           move CodeBanqueMvt to CodeBanqueMvtCible.
           move CodeGuichetMvt to CodeGuichetMvtCible.
           move RacineCompteMvt to RacineCompteMvtCible.
           move TypeCompteMvt to TypeCompteMvtCible.
           exec sql
               select CodeBanque, CodeGuichet, RacineCompte, TypeCompte
               into :CodeBanqueMvtCible, :CodeGuichetMvtCible,
                    :RacineCompteMvtCible, :TypeCompteMvtCible
               from Compte
               where Iban = :IbanBeneficiaireSaisi
                 and ISNULL(Statut, 'O') <> 'C'
           end-exec.
      ***** Ancien IBAN d'un compte change de domiciliation : virement sur le nouveau RIB *****
           move "N" to RibRedirige.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move IbanBeneficiaireSaisi to IbanRibRecherche
               perform RechercheCorrespondanceIban
               if RibRedirige = "O" then
                   move "O" to StatutCompteDom
                   exec sql
                       select ISNULL(Statut, 'O') into :StatutCompteDom from Compte
                       where CodeBanque = :CodeBanqueRibRedirige and CodeGuichet = :CodeGuichetRibRedirige
                         and RacineCompte = :RacineCompteRibRedirige and TypeCompte = :TypeCompteRibRedirige
                   end-exec
                   if StatutCompteDom = "C" then
                       move "N" to RibRedirige
                   else
                       move CodeBanqueRibRedirige to CodeBanqueMvtCible
                       move CodeGuichetRibRedirige to CodeGuichetMvtCible
                       move RacineCompteRibRedirige to RacineCompteMvtCible
                       move TypeCompteRibRedirige to TypeCompteMvtCible
                   end-if
               end-if
           end-if.
           if (SQLCODE = 0 or SQLCODE = 1 or RibRedirige = "O") and
              (CodeBanqueMvtCible <> CodeBanqueMvt or CodeGuichetMvtCible <> CodeGuichetMvt or
               RacineCompteMvtCible <> RacineCompteMvt or TypeCompteMvtCible <> TypeCompteMvt) then
               move "O" to PaiementIbanInterne
               move CodeBanqueMvtCible to CodeBanqueMvt
               move CodeGuichetMvtCible to CodeGuichetMvt
               move RacineCompteMvtCible to RacineCompteMvt
               move TypeCompteMvtCible to TypeCompteMvt
               move "C" to SensMvt
               perform LectureCompteMvt
               perform MiseAJourSoldeCompteMvt
               perform EcritureMouvementGuichet
               exit paragraph
           end-if.

           move " " to IdBeneficiaireCourant.
           exec sql
               select IdBeneficiaire into :IdBeneficiaireCourant from Beneficiaire
               where CodeClient = :CodeClientVirExt and Iban = :IbanBeneficiaireSaisi
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               exec sql
                   select newid() into :IdBeneficiaireCourant
               end-exec
               exec sql
                   INSERT INTO Beneficiaire
                       (IdBeneficiaire, CodeClient, NomBeneficiaire, Iban, Bic)
                   VALUES
                       (:IdBeneficiaireCourant, :CodeClientVirExt, :NomBeneficiaireSaisi,
                        :IbanBeneficiaireSaisi, :BicBeneficiaireSaisi)
               end-exec
           end-if.
           perform EmissionOrdreVirementExterne.

      **********************************************************************************************
      ***** Traitement du fichier retour de la plateforme de paiement *****
      ***** Une ligne par operation rejetee : IdVirement;code retour;motif. L'ordre emis *****
      ***** correspondant est retrouve, le compte debiteur est recredite (code operation *****
      ***** RVI, motif au libelle), l'ordre passe au statut R, et le rapport des retours *****
      ***** est edite pour le back office. Mode batch "RETOURSEPA" *****
      **********************************************************************************************
       ImportRetoursSepa.
           perform ImportRetoursSepa-init.
           perform ImportRetoursSepa-trt until ImportRetours-iterator = 1.
           perform ImportRetoursSepa-fin.

       ImportRetoursSepa-init.
           move 0 to ImportRetours-iterator.
           move 0 to NoLigneRetour.
           move 0 to NbRetoursTraites.
           move 0 to NbRetoursInconnus.

           move "RETOURS SEPA" to TypeEditionCourant.
           move "RetoursSepa" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportRetours.
           open output F-RapportRetours.
           write E-RapportRetours from " Retours de la plateforme de paiement".
           write E-RapportRetours from " -------------------------------------".

           open INPUT F-RetourSepa.

       ImportRetoursSepa-trt.
           read F-RetourSepa
               at end
                   move 1 to ImportRetours-iterator
               not at end
                   add 1 to NoLigneRetour
                   perform TraitementLigneRetour
           end-read.

       ImportRetoursSepa-fin.
           close F-RetourSepa.
           close F-RapportRetours.

           move NomFichierRapportRetours to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NoLigneRetour to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:10) <> "RETOURSEPA" then
               display "Retours traites : " line 1 col 1 with no advancing
               display NbRetoursTraites line 1 col 19 with no advancing
               display " - inconnus : " line 1 col 26 with no advancing
               display NbRetoursInconnus line 1 col 40 with no advancing
               display " - Tapez Entree " line 1 col 47 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne du fichier retour *****
       TraitementLigneRetour.
           move spaces to IdVirementRetour.
           move spaces to CodeRetourSepa.
           move spaces to MotifRetourSepa.

           unstring E-RetourSepa delimited by ";" into
             IdVirementRetour
             CodeRetourSepa
             MotifRetourSepa
           end-unstring.

      ***** L'ordre rejete doit etre un ordre emis de VirementExterne *****
           exec sql
               select VirementExterne.CodeBanque, VirementExterne.CodeGuichet,
                      VirementExterne.RacineCompte, VirementExterne.TypeCompte,
                      VirementExterne.Montant
               into :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt,
                    :TypeCompteMvt, :MontantMvt
               from VirementExterne
               where IdVirement = :IdVirementRetour and Statut = 'E'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               add 1 to NbRetoursInconnus
               move "INCONNU" to ActionRetourEd of LigneRapportRetour
               move IdVirementRetour to IdVirementRetourEd of LigneRapportRetour
               move CodeRetourSepa to CodeRetourEd of LigneRapportRetour
               move MotifRetourSepa to MotifRetourEd of LigneRapportRetour
               write E-RapportRetours from LigneRapportRetour
               exit paragraph
           end-if.

      ***** Contre-passation automatique : le client retrouve son argent *****
           move "C" to SensMvt.
           move "RVI" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Retour virement " CodeRetourSepa " " MotifRetourSepa
               delimited by size into LibelleMvt.
           accept DateJourBatch from date yyyymmdd.
           move DateJourBatch to DateValeurMvt.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 1 then
               perform MiseAJourSoldeCompteMvt
               move DateJourBatch to DateMouvement of MouvementCompte
               perform EcritureMouvementMvt
           end-if.

           exec sql
               UPDATE VirementExterne
               SET Statut = 'R', MotifRetour = :MotifRetourSepa, DateRetour = getdate()
               WHERE IdVirement = :IdVirementRetour
           end-exec.

           add 1 to NbRetoursTraites.
           move "RECREDITE" to ActionRetourEd of LigneRapportRetour.
           move IdVirementRetour to IdVirementRetourEd of LigneRapportRetour.
           move CodeRetourSepa to CodeRetourEd of LigneRapportRetour.
           move MotifRetourSepa to MotifRetourEd of LigneRapportRetour.
           write E-RapportRetours from LigneRapportRetour.

      **********************************************************************************************
      ***** Virements SEPA recus des autres banques (sous-menu Exploitation, option R) *****
      ***** Une ligne par virement : IBAN credite;donneur d'ordre;IBAN donneur;BIC donneur; *****
      ***** montant en centimes;reference;date de reglement. Rapprochement sur l'IBAN de *****
      ***** Compte : credit direct du compte ouvert (code VRE), sinon mise en compte *****
      ***** d'attente dans VirementRecu. Rapport ligne a ligne, mode batch "VIRRECUS" *****
      **********************************************************************************************
       ImportVirementsRecus.
           perform ImportVirementsRecus-init.
           perform ImportVirementsRecus-trt until ImportVirRecus-iterator = 1.
           perform ImportVirementsRecus-fin.

       ImportVirementsRecus-init.
           move 0 to ImportVirRecus-iterator.
           move 0 to NoLigneVirRecu.
           move 0 to NbVirRecusCredites.
           move 0 to NbVirRecusAttente.
           move 0 to NbVirRecusRejetes.
           move 0 to TotalCreditesVirRecu.
           move 0 to TotalAttenteVirRecu.
           accept DateJourVirRecu from date yyyymmdd.

           move "VIREMENTS RECUS" to TypeEditionCourant.
           move "VirementsRecus" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportVirRecus.
           open output F-RapportVirRecus.
           move corresponding DateSysteme to LigneRapportVirRecEntete1.
           write E-RapportVirRecus from LigneRapportVirRecEntete1.
           write E-RapportVirRecus from " ".
           write E-RapportVirRecus from LigneRapportVirRecEntete7.
           move 3 to NbLignesRapportVirRecus.

           perform LectureCompteSuspens.
           if CompteSuspensTrouve = "N" then
               write E-RapportVirRecus from " ** Compte d'attente non parametre : suspens non comptabilises **"
               add 1 to NbLignesRapportVirRecus
           end-if.

           open INPUT F-VirementsRecus.

       ImportVirementsRecus-trt.
           read F-VirementsRecus
               at end
                   move 1 to ImportVirRecus-iterator
               not at end
                   add 1 to NoLigneVirRecu
                   perform TraitementLigneVirRecu
           end-read.

       ImportVirementsRecus-fin.
           close F-VirementsRecus.

           move NbVirRecusCredites to NbCreditesVirRecEd.
           move TotalCreditesVirRecu to TotalCreditesVirRecEd.
           move NbVirRecusAttente to NbAttenteVirRecEd.
           move TotalAttenteVirRecu to TotalAttenteVirRecEd.
           move NbVirRecusRejetes to NbRejetesVirRecEd.
           write E-RapportVirRecus from " ".
           write E-RapportVirRecus from LigneRapportVirRecTotal.
           add 2 to NbLignesRapportVirRecus.
           close F-RapportVirRecus.

           move NomFichierRapportVirRecus to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesRapportVirRecus to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:8) <> "VIRRECUS" then
               display "Virements credites : " line 1 col 1 with no advancing
               display NbVirRecusCredites line 1 col 22 with no advancing
               display " - en attente : " line 1 col 28 with no advancing
               display NbVirRecusAttente line 1 col 44 with no advancing
               display " - ignores : " line 1 col 50 with no advancing
               display NbVirRecusRejetes line 1 col 63 with no advancing
               display " - Entree " line 1 col 69 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne du fichier des virements recus *****
       TraitementLigneVirRecu.
           move "O" to LigneVirRecuValide.
           move spaces to MotifRejetVirRecu.
           move spaces to IdVirRecu.
           move spaces to IbanCrediteurVr.
           move spaces to NomDonneurVr.
           move spaces to IbanDonneurVr.
           move spaces to BicDonneurVr.
           move 0 to MontantVr.
           move spaces to ReferenceVr.
           move spaces to DateReglementVr.
           move spaces to MotifAttenteVr.
           move 0 to MontantCentimesVirRecu.
           move 0 to UnstringTally.

           unstring E-VirementsRecus delimited by ";" into
             IbanCrediteurVr
             NomDonneurVr
             IbanDonneurVr
             BicDonneurVr
             MontantCentimesVirRecu
      ***** Reference et date de reglement facultatives (date du jour a defaut) *****
             ReferenceVr
             DateReglementVr
             tallying in UnstringTally
             on overflow
                 move "N" to LigneVirRecuValide
                 move "Ligne mal formee (champs en trop)" to MotifRejetVirRecu
           end-unstring.
           inspect IbanCrediteurVr converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect IbanDonneurVr converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           compute MontantVr = MontantCentimesVirRecu / 100.

           if LigneVirRecuValide = "O" and UnstringTally < 5 then
               move "N" to LigneVirRecuValide
               move "Ligne mal formee (champs manquants)" to MotifRejetVirRecu
           end-if.

           if LigneVirRecuValide = "O" and IbanCrediteurVr = spaces then
               move "N" to LigneVirRecuValide
               move "IBAN credite absent" to MotifRejetVirRecu
           end-if.

           if LigneVirRecuValide = "O" and MontantCentimesVirRecu = 0 then
               move "N" to LigneVirRecuValide
               move "Montant absent ou nul" to MotifRejetVirRecu
           end-if.

           if LigneVirRecuValide = "O" then
               if DateReglementVr = spaces then
                   move DateJourVirRecu to DateReglementVr
               end-if
               if DateReglementVr is not numeric then
                   move "N" to LigneVirRecuValide
                   move "Date de reglement invalide (AAAAMMJJ)" to MotifRejetVirRecu
               end-if
           end-if.

      ***** Un virement deja recu (fichier recharge) n'est ni credite ni mis en attente *****
           if LigneVirRecuValide = "O" then
               move 0 to NbVirRecuDejaRecu
               exec sql
                   select count(*) into :NbVirRecuDejaRecu from VirementRecu
                   where IbanCrediteur = :LigneVirRecu.IbanCrediteurVr
                     and IbanDonneur = :LigneVirRecu.IbanDonneurVr
                     and Reference = :LigneVirRecu.ReferenceVr
                     and Montant = :LigneVirRecu.MontantVr
                     and DateReglement = :LigneVirRecu.DateReglementVr
               end-exec
               if NbVirRecuDejaRecu > 0 then
                   move "N" to LigneVirRecuValide
                   move "Virement deja recu, ignore" to MotifRejetVirRecu
               end-if
           end-if.

           if LigneVirRecuValide = "N" then
               add 1 to NbVirRecusRejetes
               move MotifRejetVirRecu to ResultatVirRecEd
               perform EcritureLigneRapportVirRecu
               exit paragraph
           end-if.

      ***** Rapprochement sur l'IBAN du compte beneficiaire *****
           perform InitSaisieMouvement.
           move "EUR" to DeviseCompteVirRecu.
           exec sql
               select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, ISNULL(Devise, 'EUR')
               into :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                    :DeviseCompteVirRecu
               from Compte
               where Iban = :LigneVirRecu.IbanCrediteurVr
           end-exec.
      ***** Ancien IBAN d'un compte change de domiciliation : credit sur le nouveau RIB *****
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move IbanCrediteurVr to IbanRibRecherche
               perform RechercheCorrespondanceIban
               if RibRedirige = "N" then
                   move "IBAN inconnu" to MotifAttenteVr
                   perform MiseEnAttenteVirRecu
                   exit paragraph
               end-if
               move CodeBanqueRibRedirige to CodeBanqueMvt
               move CodeGuichetRibRedirige to CodeGuichetMvt
               move RacineCompteRibRedirige to RacineCompteMvt
               move TypeCompteRibRedirige to TypeCompteMvt
               exec sql
                   select ISNULL(Devise, 'EUR') into :DeviseCompteVirRecu
                   from Compte
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
               end-exec
           end-if.

      ***** Un compte gele par une succession (S) accepte encore les credits *****
           perform LectureCompteMvt.
           evaluate true
               when StatutCompteMvt = "C"
                   move "Compte clos" to MotifAttenteVr
               when StatutCompteMvt <> "O" and StatutCompteMvt <> "S"
                   move "Compte bloque" to MotifAttenteVr
               when DeviseCompteVirRecu <> "EUR" and DeviseCompteVirRecu <> " "
                   move "Compte tenu en devise" to MotifAttenteVr
           end-evaluate.
           if MotifAttenteVr <> spaces then
               perform MiseEnAttenteVirRecu
               exit paragraph
           end-if.

      ***** Credit du compte beneficiaire, en valeur a la date de reglement *****
           perform CreditVirementRecu.
           move DateJourVirRecu to DateReceptionVr.
           move "C" to StatutVr.
           perform EnregistrementVirRecu.

           add 1 to NbVirRecusCredites.
           add MontantVr to TotalCreditesVirRecu.
           move spaces to ResultatVirRecEd.
           string "Credite " CodeBanqueMvt " " CodeGuichetMvt " " RacineCompteMvt " "
               TypeCompteMvt delimited by size into ResultatVirRecEd.
           perform EcritureLigneRapportVirRecu.

      ***** Ligne non rapprochee : gardee en compte d'attente avec son motif *****
       MiseEnAttenteVirRecu.
           move DateJourVirRecu to DateReceptionVr.
           move "A" to StatutVr.
           perform EnregistrementVirRecu.
           move "C" to SensMvt.
           perform MouvementCompteSuspens.

           add 1 to NbVirRecusAttente.
           add MontantVr to TotalAttenteVirRecu.
           move spaces to ResultatVirRecEd.
           string "En attente : " MotifAttenteVr delimited by size into ResultatVirRecEd.
           perform EcritureLigneRapportVirRecu.

      ***** Mouvement de credit VRE sur le compte des zones Mvt (import et affectation) *****
       CreditVirementRecu.
           move "C" to SensMvt.
           move MontantVr to MontantMvt.
           move "VRE" to CodeOperationMvt.
           move spaces to LibelleMvt.
           if ReferenceVr = spaces then
               string "Vir. de " NomDonneurVr delimited by "  " into LibelleMvt
           else
               string "Vir. de " NomDonneurVr delimited by "  "
                      " ref " ReferenceVr delimited by "  " into LibelleMvt
           end-if.
           perform MiseAJourSoldeCompteMvt.
           move DateJourVirRecu to DateMouvement of MouvementCompte.
           move DateReglementVr to DateValeurMvt.
           perform EcritureMouvementMvt.

      ***** Lecture des parametres du compte d'attente, qui doit exister au referentiel *****
       LectureCompteSuspens.
           move "N" to CompteSuspensTrouve.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam in ('SUSPENSBANQUE', 'SUSPENSGUICHET', 'SUSPENSCOMPTE')
           end-exec.
           if NbParamTrouve < 3 then
               exit paragraph
           end-if.
           exec sql
               select ValeurNum into :BanqueSuspensNum from ParametreBancaire
               where CleParam = 'SUSPENSBANQUE'
           end-exec.
           exec sql
               select ValeurNum into :GuichetSuspensNum from ParametreBancaire
               where CleParam = 'SUSPENSGUICHET'
           end-exec.
           exec sql
               select ValeurNum into :CompteSuspensNum from ParametreBancaire
               where CleParam = 'SUSPENSCOMPTE'
           end-exec.
           move BanqueSuspensNum to CodeBanqueSuspens.
           move GuichetSuspensNum to CodeGuichetSuspens.
           move CompteSuspensNum(1:9) to RacineCompteSuspens.
           move CompteSuspensNum(10:2) to TypeCompteSuspens.
           move 0 to NbCompteSuspens.
           exec sql
               select count(*) into :NbCompteSuspens from Compte
               where CodeBanque = :CodeBanqueSuspens and CodeGuichet = :CodeGuichetSuspens
                 and RacineCompte = :RacineCompteSuspens and TypeCompte = :TypeCompteSuspens
           end-exec.
           if NbCompteSuspens > 0 then
               move "O" to CompteSuspensTrouve
           end-if.

      ***** Mouvement VRE du montant du suspens sur le compte d'attente, au sens SensMvt *****
      ***** (C a la mise en attente, D a l'affectation ou au renvoi) ; les zones Mvt sont *****
      ***** reprises par le compte d'attente *****
       MouvementCompteSuspens.
           if CompteSuspensTrouve = "N" then
               exit paragraph
           end-if.
           move CodeBanqueSuspens to CodeBanqueMvt.
           move CodeGuichetSuspens to CodeGuichetMvt.
           move RacineCompteSuspens to RacineCompteMvt.
           move TypeCompteSuspens to TypeCompteMvt.
           perform LectureCompteMvt.
           move MontantVr to MontantMvt.
           move "VRE" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Attente vir. de " NomDonneurVr delimited by "  " into LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           move DateJourVirRecu to DateMouvement of MouvementCompte.
           move DateJourVirRecu to DateValeurMvt.
           perform EcritureMouvementMvt.

       EnregistrementVirRecu.
           exec sql
               select newid() into :LigneVirRecu.IdVirRecu
           end-exec.
           exec sql
               INSERT INTO VirementRecu
                   (IdVirementRecu, IbanCrediteur, NomDonneur, IbanDonneur, BicDonneur,
                    Montant, Reference, DateReglement, DateReception, Statut, Motif,
                    CodeBanque, CodeGuichet, RacineCompte, TypeCompte)
               VALUES
                   (:LigneVirRecu.IdVirRecu, :LigneVirRecu.IbanCrediteurVr,
                    :LigneVirRecu.NomDonneurVr, :LigneVirRecu.IbanDonneurVr,
                    :LigneVirRecu.BicDonneurVr, :LigneVirRecu.MontantVr,
                    :LigneVirRecu.ReferenceVr, :LigneVirRecu.DateReglementVr,
                    :LigneVirRecu.DateReceptionVr, :LigneVirRecu.StatutVr,
                    :LigneVirRecu.MotifAttenteVr, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt)
           end-exec.

       EcritureLigneRapportVirRecu.
           move NoLigneVirRecu to NoLigneVirRecEd.
           move IbanCrediteurVr to IbanVirRecEd.
           move NomDonneurVr to NomVirRecEd.
           move MontantVr to MontantVirRecEd.
           write E-RapportVirRecus from LigneRapportVirRecDetail.
           add 1 to NbLignesRapportVirRecus.

      **********************************************************************************************
      ***** Virements recus en attente (sous-menu Exploitation, option S) *****
      ***** Liste des suspens au statut A : affectation au compte indique par l'operateur *****
      ***** (credit VRE, statut F) ou renvoi au donneur d'ordre (statut R, emis dans la *****
      ***** remise SEPA suivante) *****
      **********************************************************************************************
       GestionVirementsAttente.
           move 0 to GestionSuspens-iterator.
           perform LectureCompteSuspens.
           perform GestionVirementsAttente-Trt until GestionSuspens-iterator = 1.

       GestionVirementsAttente-Trt.
           perform AffichageListeSuspens.
           move " " to OptionSuspens.
           display "[A]ffecter / [R]envoyer au donneur / autre = retour : " line 22 col 2 with no advancing.
           accept OptionSuspens line 22 col 56.
           inspect OptionSuspens converting "ar" to "AR".

           evaluate OptionSuspens
               when "A"
                   perform AffectationSuspens
               when "R"
                   perform RenvoiSuspens
               when other
                   move 1 to GestionSuspens-iterator
           end-evaluate.

      ***** Liste numerotee des suspens, les plus anciens en tete *****
       AffichageListeSuspens.
           display " " line 1 col 1 blank screen.
           display "VIREMENTS RECUS EN ATTENTE D'AFFECTATION" line 2 col 20.
           display "No" line 4 col 1 with no advancing.
           display "Recu le" line 4 col 4 with no advancing.
           display "IBAN credite" line 4 col 13 with no advancing.
           display "Donneur d'ordre" line 4 col 41 with no advancing.
           display "Montant" line 4 col 68.

           move 0 to MaxSuspens.
           move 0 to NoSuspensSaisi.
           move 4 to NoLigneSuspens.
           move 0 to BoucleurSuspens.

           exec sql
               declare C-ListeSuspens cursor for
                   select IdVirementRecu, DateReception, IbanCrediteur, NomDonneur, Montant
                   from VirementRecu
                   where Statut = 'A'
                   order by DateReception, NomDonneur
           end-exec.
           exec sql
               open C-ListeSuspens
           end-exec.

           perform AffichageLigneSuspens until BoucleurSuspens = 1.

           exec sql
               close C-ListeSuspens
           end-exec.

       AffichageLigneSuspens.
           exec sql
               fetch C-ListeSuspens into :LigneVirRecu.IdVirRecu,
                   :LigneVirRecu.DateReceptionVr, :LigneVirRecu.IbanCrediteurVr,
                   :LigneVirRecu.NomDonneurVr, :LigneVirRecu.MontantVr
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxSuspens < 15 then
               add 1 to MaxSuspens
               move MaxSuspens to NoSuspensSaisi
               move IdVirRecu to IdSuspensEcran(MaxSuspens)
               move MontantVr to MontantSuspensEd
               add 1 to NoLigneSuspens
               display NoSuspensSaisi line NoLigneSuspens col 1 with no advancing
               display DateReceptionVr line NoLigneSuspens col 4 with no advancing
               display IbanCrediteurVr(1:27) line NoLigneSuspens col 13 with no advancing
               display NomDonneurVr(1:20) line NoLigneSuspens col 41 with no advancing
               display MontantSuspensEd line NoLigneSuspens col 62
           else
               move 1 to BoucleurSuspens
           end-if.

      ***** Relecture du suspens choisi, toujours au statut A *****
       LectureSuspens.
           move "N" to SuspensTrouve.
           move IdSuspensEcran(NoSuspensSaisi) to IdVirRecu.
           exec sql
               select IbanCrediteur, NomDonneur, IbanDonneur, ISNULL(BicDonneur, ' '), Montant,
                      ISNULL(Reference, ' '), DateReglement, ISNULL(Motif, ' ')
               into :LigneVirRecu.IbanCrediteurVr, :LigneVirRecu.NomDonneurVr,
                    :LigneVirRecu.IbanDonneurVr, :LigneVirRecu.BicDonneurVr,
                    :LigneVirRecu.MontantVr, :LigneVirRecu.ReferenceVr,
                    :LigneVirRecu.DateReglementVr, :LigneVirRecu.MotifAttenteVr
               from VirementRecu
               where IdVirementRecu = :LigneVirRecu.IdVirRecu and Statut = 'A'
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move "O" to SuspensTrouve
           else
               display " ** Suspens deja traite ** " line 25 col 1 bell blink
           end-if.

      ***** Affectation : le compte indique doit exister, etre ouvert et tenu en EUR *****
       AffectationSuspens.
           move 0 to NoSuspensSaisi.
           display "No du suspens a affecter : " line 23 col 2 with no advancing.
           accept NoSuspensSaisi line 23 col 30.
           if NoSuspensSaisi = 0 or NoSuspensSaisi > MaxSuspens then
               exit paragraph
           end-if.
           perform LectureSuspens.
           if SuspensTrouve = "N" then
               exit paragraph
           end-if.
           display "Ref : " line 23 col 34 with no advancing.
           display ReferenceVr line 23 col 40.

           perform InitSaisieMouvement.
           display "Compte (banque guichet racine type) : " line 24 col 2 with no advancing.
           accept CodeBanqueMvt line 24 col 40.
           accept CodeGuichetMvt line 24 col 46.
           accept RacineCompteMvt line 24 col 52.
           accept TypeCompteMvt line 24 col 62.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inconnu ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutCompteMvt <> "O" and StatutCompteMvt <> "S" then
               display " ** Compte non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move "EUR" to DeviseCompteVirRecu.
           exec sql
               select ISNULL(Devise, 'EUR') into :DeviseCompteVirRecu from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           if DeviseCompteVirRecu <> "EUR" and DeviseCompteVirRecu <> " " then
               display " ** Compte tenu en devise, affectation refusee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           accept DateJourVirRecu from date yyyymmdd.
           perform CreditVirementRecu.
           exec sql
               UPDATE VirementRecu
               SET Statut = 'F', CodeBanque = :CodeBanqueMvt, CodeGuichet = :CodeGuichetMvt,
                   RacineCompte = :RacineCompteMvt, TypeCompte = :TypeCompteMvt,
                   DateTraitement = :DateJourVirRecu, CodeOperateur = :CodeOperateurSigne
               WHERE IdVirementRecu = :LigneVirRecu.IdVirRecu
           end-exec.
           move "D" to SensMvt.
           perform MouvementCompteSuspens.
           display " ** Virement affecte et credite ** " line 25 col 1.

      ***** Renvoi : l'IBAN du donneur d'ordre est indispensable au virement retour *****
       RenvoiSuspens.
           move 0 to NoSuspensSaisi.
           display "No du suspens a renvoyer : " line 23 col 2 with no advancing.
           accept NoSuspensSaisi line 23 col 30.
           if NoSuspensSaisi = 0 or NoSuspensSaisi > MaxSuspens then
               exit paragraph
           end-if.
           perform LectureSuspens.
           if SuspensTrouve = "N" then
               exit paragraph
           end-if.
           if IbanDonneurVr = spaces then
               display " ** IBAN du donneur d'ordre inconnu, renvoi impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           accept DateJourVirRecu from date yyyymmdd.
           exec sql
               UPDATE VirementRecu
               SET Statut = 'R', DateTraitement = :DateJourVirRecu,
                   CodeOperateur = :CodeOperateurSigne
               WHERE IdVirementRecu = :LigneVirRecu.IdVirRecu
           end-exec.
           move "D" to SensMvt.
           perform MouvementCompteSuspens.
           display " ** Renvoi programme dans la prochaine remise SEPA ** " line 25 col 1.

      **********************************************************************************************
      ***** Balance agee des virements recus non affectes (Editions / rapports, option G) *****
      ***** Suspens en attente (A) ou a renvoyer (R), anciennete en jours depuis la *****
      ***** reception, cumuls par tranche 0-7, 8-30, 31-90 et plus de 90 jours. Mode batch *****
      ***** "SUSPENS" *****
      **********************************************************************************************
       EditionAncienneteSuspens.
           perform EditionAncienneteSuspens-Init.
           perform EditionAncienneteSuspens-Trt until Anciennete-iterator = 1.
           perform EditionAncienneteSuspens-Fin.

       EditionAncienneteSuspens-Init.
           move 0 to Anciennete-iterator.
           move 0 to NbSuspensEdites.
           move 0 to TotalSuspensAnciennete.
           perform RazTrancheAnciennete
               varying TrancheAnciennete from 1 by 1 until TrancheAnciennete > 4.

           exec sql
               declare C-AncienneteSuspens cursor for
                   select DateReception, IbanCrediteur, NomDonneur, Montant, Statut,
                          ISNULL(Motif, ' '),
                          datediff(day, convert(datetime, DateReception, 112), getdate())
                   from VirementRecu
                   where Statut in ('A', 'R')
                   order by DateReception, NomDonneur
           end-exec.
           exec sql
               open C-AncienneteSuspens
           end-exec.

           move "ANCIENNETE SUSPENS" to TypeEditionCourant.
           move "AncienneteSuspens" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierAncienneteSuspens.
           open output F-AncienneteSuspens.
           move corresponding DateSysteme to LigneAncienneteEntete1.
           write E-AncienneteSuspens from LigneAncienneteEntete1.
           write E-AncienneteSuspens from " ".
           write E-AncienneteSuspens from LigneAncienneteEntete7.
           move 3 to NbLignesAnciennete.

       EditionAncienneteSuspens-Trt.
           exec sql
               fetch C-AncienneteSuspens into :LigneVirRecu.DateReceptionVr,
                   :LigneVirRecu.IbanCrediteurVr, :LigneVirRecu.NomDonneurVr,
                   :LigneVirRecu.MontantVr, :LigneVirRecu.StatutVr,
                   :LigneVirRecu.MotifAttenteVr, :LigneVirRecu.JoursAttenteVr
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EditionLigneAnciennete
           else
               move 1 to Anciennete-iterator
           end-if.

       EditionAncienneteSuspens-Fin.
           exec sql
               close C-AncienneteSuspens
           end-exec.

           write E-AncienneteSuspens from " ".
           write E-AncienneteSuspens from " Balance par anciennete".
           add 2 to NbLignesAnciennete.
           perform EditionTrancheAnciennete
               varying TrancheAnciennete from 1 by 1 until TrancheAnciennete > 4.
           move "Total suspens" to LibelleTrancheAncEd.
           move NbSuspensEdites to NbTrancheAncEd.
           move TotalSuspensAnciennete to MontantTrancheAncEd.
           write E-AncienneteSuspens from LigneAncienneteTranche.
           add 1 to NbLignesAnciennete.
           close F-AncienneteSuspens.

           move NomFichierAncienneteSuspens to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesAnciennete to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "SUSPENS" then
               display "Virements en suspens : " line 1 col 1 with no advancing
               display NbSuspensEdites line 1 col 24 with no advancing
               display " - Tapez Entree " line 1 col 31 with no advancing
               accept reponse
           end-if.

       RazTrancheAnciennete.
           move 0 to NbSuspensTranche(TrancheAnciennete).
           move 0 to MontantSuspensTranche(TrancheAnciennete).

       EditionLigneAnciennete.
           evaluate true
               when JoursAttenteVr <= 7
                   move 1 to TrancheAnciennete
               when JoursAttenteVr <= 30
                   move 2 to TrancheAnciennete
               when JoursAttenteVr <= 90
                   move 3 to TrancheAnciennete
               when other
                   move 4 to TrancheAnciennete
           end-evaluate.
           add 1 to NbSuspensTranche(TrancheAnciennete).
           add MontantVr to MontantSuspensTranche(TrancheAnciennete).
           add 1 to NbSuspensEdites.
           add MontantVr to TotalSuspensAnciennete.

           move DateReceptionVr to DateReceptionAncEd.
           move JoursAttenteVr to JoursAncEd.
           move IbanCrediteurVr to IbanAncEd.
           move NomDonneurVr to NomAncEd.
           move MontantVr to MontantAncEd.
           move StatutVr to StatutAncEd.
           move MotifAttenteVr to MotifAncEd.
           write E-AncienneteSuspens from LigneAncienneteDetail.
           add 1 to NbLignesAnciennete.

       EditionTrancheAnciennete.
           evaluate TrancheAnciennete
               when 1
                   move "0 a 7 jours" to LibelleTrancheAncEd
               when 2
                   move "8 a 30 jours" to LibelleTrancheAncEd
               when 3
                   move "31 a 90 jours" to LibelleTrancheAncEd
               when other
                   move "Plus de 90 j." to LibelleTrancheAncEd
           end-evaluate.
           move NbSuspensTranche(TrancheAnciennete) to NbTrancheAncEd.
           move MontantSuspensTranche(TrancheAnciennete) to MontantTrancheAncEd.
           write E-AncienneteSuspens from LigneAncienneteTranche.
           add 1 to NbLignesAnciennete.

      **********************************************************************************************
      ***** Remises de virements des clients (sous-menu Exploitation, option V) *****
      ***** Fichier recu du client : une ligne E par remise (E;banque;guichet;racine;type; *****
      ***** nombre de lignes;total en centimes;reference) suivie de ses lignes D (D;IBAN; *****
      ***** BIC;nom du beneficiaire;montant en centimes;libelle). Une remise est executee *****
      ***** a la lecture de l'entete suivante (ou en fin de fichier), une fois toutes ses *****
      ***** lignes connues. Mode batch "REMISES" *****
      **********************************************************************************************
       ImportRemisesVirements.
           perform ImportRemisesVirements-init.
           perform ImportRemisesVirements-trt until ImportRemises-iterator = 1.
           perform ImportRemisesVirements-fin.

       ImportRemisesVirements-init.
           move 0 to ImportRemises-iterator.
           move 0 to NoLigneImportRem.
           move 0 to NbRemisesExecutees.
           move 0 to NbRemisesRefusees.
           move 0 to NbLignesRemRejetees.
           move "N" to RemiseEnCours.

           move "REMISES VIREMENTS" to TypeEditionCourant.
           move "RemisesVirements" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportRemises.
           open output F-RapportRemises.
           move corresponding DateSysteme to LigneRapportRemEntete1.
           write E-RapportRemises from LigneRapportRemEntete1.
           write E-RapportRemises from " ".
           move 2 to NbLignesRapportRemises.

           open INPUT F-RemisesVirements.

       ImportRemisesVirements-trt.
           read F-RemisesVirements
               at end
                   move 1 to ImportRemises-iterator
               not at end
                   add 1 to NoLigneImportRem
                   perform LectureLigneRemise
           end-read.

       ImportRemisesVirements-fin.
           close F-RemisesVirements.
           if RemiseEnCours = "O" then
               perform ExecutionRemise
           end-if.

           close F-RapportRemises.
           move NomFichierRapportRemises to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesRapportRemises to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "REMISES" then
               display "Remises executees : " line 1 col 1 with no advancing
               display NbRemisesExecutees line 1 col 21 with no advancing
               display " - refusees : " line 1 col 28 with no advancing
               display NbRemisesRefusees line 1 col 42 with no advancing
               display " - Tapez Entree " line 1 col 49 with no advancing
               accept reponse
           end-if.

      ***** Aiguillage d'une ligne du fichier selon son type (E entete / D detail) *****
       LectureLigneRemise.
           move E-RemisesVirements(1:1) to TypeLigneRem.
           evaluate TypeLigneRem
               when "E"
                   if RemiseEnCours = "O" then
                       perform ExecutionRemise
                   end-if
                   perform LectureEnteteRemise
               when "D"
                   if RemiseEnCours = "O" then
                       perform LectureDetailRemise
                   else
                       add 1 to NbLignesRemRejetees
                       move spaces to LigneRapportRemDetail
                       move NoLigneImportRem to NoLigneRemEd
                       move "Ligne D sans entete de remise, ignoree" to ResultatLigneRemEd
                       write E-RapportRemises from LigneRapportRemDetail
                       add 1 to NbLignesRapportRemises
                   end-if
           end-evaluate.

      ***** Entete : compte a debiter, nombre de lignes, total de controle, reference *****
       LectureEnteteRemise.
           move "O" to RemiseEnCours.
           move "N" to RemiseRefusee.
           move "N" to RemiseTropLongue.
           move spaces to MotifRefusRem.
           move 0 to MaxLignesRem.
           move " " to CodeBanqueRem.
           move " " to CodeGuichetRem.
           move " " to RacineCompteRem.
           move " " to TypeCompteRem.
           move 0 to NbLignesEnteteRem.
           move 0 to TotalCentimesEnteteRem.
           move " " to ReferenceRem.
           move 0 to UnstringTally.

           unstring E-RemisesVirements delimited by ";" into
             TypeLigneRem
             CodeBanqueRem
             CodeGuichetRem
             RacineCompteRem
             TypeCompteRem
             NbLignesEnteteRem
             TotalCentimesEnteteRem
             ReferenceRem
             tallying in UnstringTally
             on overflow
                 move "O" to RemiseRefusee
                 move "Entete mal forme (champs en trop)" to MotifRefusRem
           end-unstring.

           if RemiseRefusee = "N" and UnstringTally < 8 then
               move "O" to RemiseRefusee
               move "Entete mal forme (champs manquants)" to MotifRefusRem
           end-if.

      ***** Ligne de detail gardee en table ; au-dela de 500 la remise sera refusee *****
       LectureDetailRemise.
           if MaxLignesRem = 500 then
               move "O" to RemiseTropLongue
               exit paragraph
           end-if.
           add 1 to MaxLignesRem.
           move "O" to FormatLigneRem(MaxLignesRem).
           move spaces to IbanLigneRem(MaxLignesRem).
           move spaces to BicLigneRem(MaxLignesRem).
           move spaces to NomLigneRem(MaxLignesRem).
           move 0 to MontantCentimesLigneRem(MaxLignesRem).
           move spaces to LibelleLigneRem(MaxLignesRem).
           move 0 to UnstringTally.

           unstring E-RemisesVirements delimited by ";" into
             TypeLigneRem
             IbanLigneRem(MaxLignesRem)
             BicLigneRem(MaxLignesRem)
             NomLigneRem(MaxLignesRem)
             MontantCentimesLigneRem(MaxLignesRem)
             LibelleLigneRem(MaxLignesRem)
             tallying in UnstringTally
             on overflow
                 move "N" to FormatLigneRem(MaxLignesRem)
           end-unstring.

           if UnstringTally < 5 then
               move "N" to FormatLigneRem(MaxLignesRem)
           end-if.

      ***** Execution d'une remise : controles de l'entete et du compte, debit unique du *****
      ***** total, puis paiement ligne a ligne ; une remise refusee ne touche a rien *****
       ExecutionRemise.
           move "N" to RemiseEnCours.
           move 0 to NbRejetsRem.
           move 0 to MontantRejeteRem.
           move 0 to MontantDebiteRem.
           move 0 to TotalCentimesRemCalcule.
           perform CumulLigneRemise
               varying NoLigneRem from 1 by 1 until NoLigneRem > MaxLignesRem.

           move ReferenceRem to ReferenceRemEd.
           move CodeBanqueRem to CodeBanqueRemEd.
           move CodeGuichetRem to CodeGuichetRemEd.
           move RacineCompteRem to RacineCompteRemEd.
           move TypeCompteRem to TypeCompteRemEd.
           move NbLignesEnteteRem to NbLignesRemEd.
           compute TotalRemEd = TotalCentimesEnteteRem / 100.
           write E-RapportRemises from LigneRapportRemEntete.
           add 1 to NbLignesRapportRemises.

           perform ControleEnteteRemise.
           if RemiseRefusee = "O" then
               perform RefusRemise
               exit paragraph
           end-if.

      ***** Debit unique du client pour le total de la remise *****
           compute MontantMvt = TotalCentimesEnteteRem / 100.
           move MontantMvt to MontantDebiteRem.
           move "D" to SensMvt.
           move "VGR" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Remise virements " ReferenceRem delimited by size into LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           exec sql
               select newid() into :IdRemiseCourante
           end-exec.
           accept DateJourBatch from date yyyymmdd.
           exec sql
               INSERT INTO RemiseVirement
                   (IdRemise, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, Reference,
                    DateRemise, NbLignes, Montant, Statut)
               VALUES
                   (:IdRemiseCourante, :CodeBanqueRem, :CodeGuichetRem, :RacineCompteRem,
                    :TypeCompteRem, :ReferenceRem, :DateJourBatch, :NbLignesEnteteRem,
                    :MontantDebiteRem, 'E')
           end-exec.

           move "EXECUTEE" to ResultatRemiseEd.
           move spaces to MotifRefusRemEd.
           write E-RapportRemises from LigneRapportRemResultat.
           write E-RapportRemises from LigneRapportRemEntete7.
           add 2 to NbLignesRapportRemises.

           perform TraitementLigneRemise
               varying NoLigneRem from 1 by 1 until NoLigneRem > MaxLignesRem.

           exec sql
               UPDATE RemiseVirement
               SET NbRejets = :NbRejetsRem, MontantRejete = :MontantRejeteRem
               WHERE IdRemise = :IdRemiseCourante
           end-exec.

           move MontantDebiteRem to DebiteRemEd.
           move MontantRejeteRem to RejeteRemEd.
           move NbRejetsRem to NbRejetsRemEd.
           write E-RapportRemises from LigneRapportRemTotal.
           write E-RapportRemises from " ".
           add 2 to NbLignesRapportRemises.
           add 1 to NbRemisesExecutees.

       CumulLigneRemise.
           add MontantCentimesLigneRem(NoLigneRem) to TotalCentimesRemCalcule.

      ***** Controles bloquants de la remise : tout ou rien *****
       ControleEnteteRemise.
           if RemiseRefusee = "O" then
               exit paragraph
           end-if.
           move "O" to RemiseRefusee.

           if RemiseTropLongue = "O" then
               move "Remise de plus de 500 lignes" to MotifRefusRem
               exit paragraph
           end-if.
           if MaxLignesRem = 0 then
               move "Remise sans ligne de virement" to MotifRefusRem
               exit paragraph
           end-if.
           if NbLignesEnteteRem <> MaxLignesRem then
               move "Nombre de lignes different de l'entete" to MotifRefusRem
               exit paragraph
           end-if.
           if TotalCentimesEnteteRem <> TotalCentimesRemCalcule then
               move "Total de controle errone" to MotifRefusRem
               exit paragraph
           end-if.

           perform InitSaisieMouvement.
           move CodeBanqueRem to CodeBanqueMvt.
           move CodeGuichetRem to CodeGuichetMvt.
           move RacineCompteRem to RacineCompteMvt.
           move TypeCompteRem to TypeCompteMvt.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               move "Compte a debiter inconnu" to MotifRefusRem
               exit paragraph
           end-if.
           if StatutCompteMvt <> "O" then
               move "Compte a debiter non ouvert (bloque ou clos)" to MotifRefusRem
               exit paragraph
           end-if.

           move 0 to NbRemiseDejaExecutee.
           exec sql
               select count(*) into :NbRemiseDejaExecutee from RemiseVirement
               where CodeBanque = :CodeBanqueRem and CodeGuichet = :CodeGuichetRem
                 and RacineCompte = :RacineCompteRem and TypeCompte = :TypeCompteRem
                 and Reference = :ReferenceRem and Statut = 'E'
           end-exec.
           if NbRemiseDejaExecutee > 0 then
               move "Reference de remise deja executee" to MotifRefusRem
               exit paragraph
           end-if.

      ***** Provision du total (decouvert du produit et du compte compris) *****
           compute MontantMvt = TotalCentimesEnteteRem / 100.
           move "D" to SensMvt.
           perform ControleProvisionCompte.
           if ProvisionCompteOK = "N" then
               move "Provision insuffisante pour le total" to MotifRefusRem
               exit paragraph
           end-if.

      ***** Client donneur d'ordre (beneficiaires externes) et IBAN du compte debite *****
           move " " to CodeClientVirExt.
           move " " to IbanDonneurRem.
           exec sql
               select CodeClient, ISNULL(Iban, ' ') into :CodeClientVirExt, :IbanDonneurRem
               from Compte
               where CodeBanque = :CodeBanqueRem and CodeGuichet = :CodeGuichetRem
                 and RacineCompte = :RacineCompteRem and TypeCompte = :TypeCompteRem
           end-exec.
           move "N" to RemiseRefusee.

      ***** Remise refusee : trace en base, aucune ligne n'est executee *****
       RefusRemise.
           exec sql
               select newid() into :IdRemiseCourante
           end-exec.
           accept DateJourBatch from date yyyymmdd.
           move 0 to MontantDebiteRem.
           exec sql
               INSERT INTO RemiseVirement
                   (IdRemise, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, Reference,
                    DateRemise, NbLignes, Montant, Statut, Motif)
               VALUES
                   (:IdRemiseCourante, :CodeBanqueRem, :CodeGuichetRem, :RacineCompteRem,
                    :TypeCompteRem, :ReferenceRem, :DateJourBatch, :NbLignesEnteteRem,
                    :MontantDebiteRem, 'R', :MotifRefusRem)
           end-exec.

           move "REFUSEE " to ResultatRemiseEd.
           move MotifRefusRem to MotifRefusRemEd.
           write E-RapportRemises from LigneRapportRemResultat.
           write E-RapportRemises from " ".
           add 2 to NbLignesRapportRemises.
           add 1 to NbRemisesRefusees.
           add MaxLignesRem to NbLignesRemRejetees.

      ***** Paiement d'une ligne ; le compte debite est repris a chaque ligne car le *****
      ***** credit d'un compte interne deplace les zones Mvt sur le beneficiaire *****
       TraitementLigneRemise.
           move "O" to LigneRemValide.
           move spaces to MotifRejetLigneRem.
           move CodeBanqueRem to CodeBanqueMvt.
           move CodeGuichetRem to CodeGuichetMvt.
           move RacineCompteRem to RacineCompteMvt.
           move TypeCompteRem to TypeCompteMvt.
           compute MontantMvt = MontantCentimesLigneRem(NoLigneRem) / 100.
           move IbanLigneRem(NoLigneRem) to IbanBeneficiaireSaisi.
           move BicLigneRem(NoLigneRem) to BicBeneficiaireSaisi.
           move NomLigneRem(NoLigneRem) to NomBeneficiaireSaisi.

           move spaces to LigneRapportRemDetail.
           move NoLigneRem to NoLigneRemEd.
           move IbanLigneRem(NoLigneRem) to IbanRemEd.
           move NomLigneRem(NoLigneRem) to NomRemEd.
           move MontantMvt to MontantRemEd.

           if FormatLigneRem(NoLigneRem) = "N" then
               move "N" to LigneRemValide
               move "Ligne mal formee" to MotifRejetLigneRem
           end-if.

           if LigneRemValide = "O" and MontantMvt = 0 then
               move "N" to LigneRemValide
               move "Montant absent ou nul" to MotifRejetLigneRem
           end-if.

           if LigneRemValide = "O" and NomBeneficiaireSaisi = " " then
               move "N" to LigneRemValide
               move "Nom du beneficiaire absent" to MotifRejetLigneRem
           end-if.

           if LigneRemValide = "O" then
               perform VerificationIbanBeneficiaire
               if IbanBeneficiaireValide = "N" then
                   move "N" to LigneRemValide
                   move "IBAN invalide" to MotifRejetLigneRem
               end-if
           end-if.

           if LigneRemValide = "O" and IbanBeneficiaireSaisi = IbanDonneurRem then
               move "N" to LigneRemValide
               move "IBAN du compte debite" to MotifRejetLigneRem
           end-if.

      ***** Un compte tenu chez nous doit pouvoir recevoir le credit *****
           if LigneRemValide = "O" then
               move " " to StatutCompteBenefRem
               exec sql
                   select ISNULL(Statut, 'O') into :StatutCompteBenefRem from Compte
                   where Iban = :IbanBeneficiaireSaisi
                     and ISNULL(Statut, 'O') <> 'C'
               end-exec
               if StatutCompteBenefRem <> " " and StatutCompteBenefRem <> "O" and
                  StatutCompteBenefRem <> "S" then
                   move "N" to LigneRemValide
                   move "Compte beneficiaire bloque" to MotifRejetLigneRem
               end-if
           end-if.

           if LigneRemValide = "N" then
               perform RejetLigneRemise
               exit paragraph
           end-if.

           move spaces to LibelleMvt.
           if LibelleLigneRem(NoLigneRem) = spaces then
               string "Virement remise " ReferenceRem delimited by size into LibelleMvt
           else
               move LibelleLigneRem(NoLigneRem) to LibelleMvt
           end-if.
           move "VGR" to CodeOperationMvt.
           perform PaiementVersIban.

           if PaiementIbanInterne = "O" then
               move "Credite (compte tenu chez nous)" to ResultatLigneRemEd
           else
               move "Emis (virement SEPA)" to ResultatLigneRemEd
           end-if.
           write E-RapportRemises from LigneRapportRemDetail.
           add 1 to NbLignesRapportRemises.

      ***** Ligne rejetee : son montant, deja compris dans le debit de la remise, est *****
      ***** recredite au client *****
       RejetLigneRemise.
           if MontantMvt > 0 then
               move "C" to SensMvt
               move "RVI" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Rejet remise " ReferenceRem " ligne " NoLigneRem
                   delimited by size into LibelleMvt
               perform LectureCompteMvt
               perform MiseAJourSoldeCompteMvt
               perform EcritureMouvementGuichet
               add MontantMvt to MontantRejeteRem
           end-if.
           add 1 to NbRejetsRem.
           add 1 to NbLignesRemRejetees.

           move spaces to ResultatLigneRemEd.
           string "Rejete, recredite : " MotifRejetLigneRem delimited by size
               into ResultatLigneRemEd.
           write E-RapportRemises from LigneRapportRemDetail.
           add 1 to NbLignesRapportRemises.

      **********************************************************************************************
      ***** Interface comptable quotidienne (sous-menu Exploitation, option 7) *****
      ***** Agrege les mouvements de la journee demandee par code operation, sens et devise, *****
      ***** mappe chaque code sur son compte GL (referentiel CompteComptable) et ecrit le *****
      ***** fichier d'interface termine par un enregistrement TOTAL (nb lignes, total debit, *****
      ***** total credit). Mode batch "COMPTA" + date AAAAMMJJ facultative *****
      ***** Les produits du change manuel (marges et commissions) du jour s'y ajoutent en *****
      ***** une ligne au credit sous le code operation PCH *****
      **********************************************************************************************
       InterfaceComptable.
           perform InterfaceComptable-Init.
           perform InterfaceComptable-Trt until InterfaceCompta-iterator = 1.
           perform InterfaceComptable-Fin.

       InterfaceComptable-Init.
           move 0 to InterfaceCompta-iterator.
           move 0 to NbLignesCompta.
           move 0 to NbNonMappesCompta.
           move 0 to TotalDebitCompta.
           move 0 to TotalCreditCompta.

           if DateInterfaceCompta = spaces or DateInterfaceCompta is not numeric then
               accept DateInterfaceCompta from date yyyymmdd
           end-if.

           exec sql
               declare C-InterfaceCompta cursor for
                   select ISNULL(MouvementCompte.CodeOperation, ' '),
                          MouvementCompte.Sens,
                          ISNULL(Compte.Devise, 'EUR'),
                          sum(MouvementCompte.Montant), count(*),
                          ISNULL(max(CompteComptable.CompteGL), ' ')
                   from MouvementCompte
                   left join Compte
                     on Compte.CodeBanque = MouvementCompte.CodeBanque
                    and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                    and Compte.RacineCompte = MouvementCompte.RacineCompte
                    and Compte.TypeCompte = MouvementCompte.TypeCompte
                   left join CompteComptable
                     on CompteComptable.CodeOperation = MouvementCompte.CodeOperation
                   where MouvementCompte.DateMouvement = :DateInterfaceCompta
                   group by MouvementCompte.CodeOperation, MouvementCompte.Sens, Compte.Devise
                   order by MouvementCompte.CodeOperation, MouvementCompte.Sens, Compte.Devise
           end-exec.

           exec sql
               open C-InterfaceCompta
           end-exec.

           move "INTERFACE COMPTA" to TypeEditionCourant.
           move "InterfaceCompta" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierInterfaceCompta.
           open output F-InterfaceCompta.

       InterfaceComptable-Trt.
           exec sql
               fetch C-InterfaceCompta into :LigneComptaCourante.CodeOpCpta,
                   :LigneComptaCourante.SensCpta,
                   :LigneComptaCourante.DeviseCpta,
                   :LigneComptaCourante.MontantCpta,
                   :LigneComptaCourante.NbMvtCpta,
                   :LigneComptaCourante.CompteGLCpta
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform EcritureLigneInterfaceCompta
           else
               move 1 to InterfaceCompta-iterator
           end-if.

       InterfaceComptable-Fin.
           exec sql
               close C-InterfaceCompta
           end-exec.

           perform ProduitsChangeInterfaceCompta.

      ***** Enregistrement TOTAL de controle : le destinataire verifie lignes et totaux *****
           move NbLignesCompta to NbLignesIntEd of LigneInterfaceComptaTotal.
           move TotalDebitCompta to TotalDebitIntEd of LigneInterfaceComptaTotal.
           move TotalCreditCompta to TotalCreditIntEd of LigneInterfaceComptaTotal.
           write E-InterfaceCompta from LigneInterfaceComptaTotal.
           close F-InterfaceCompta.

           move NomFichierInterfaceCompta to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesCompta to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:6) <> "COMPTA" then
               display "Lignes d'interface ecrites : " line 1 col 1 with no advancing
               display NbLignesCompta line 1 col 30 with no advancing
               display " - non mappees : " line 1 col 37 with no advancing
               display NbNonMappesCompta line 1 col 54 with no advancing
               display " - Tapez Entree " line 1 col 61 with no advancing
               accept reponse
           end-if.

      ***** Une ligne d'interface par agregat ; un code sans mappage part en "(non mappe)" *****
       EcritureLigneInterfaceCompta.
           add 1 to NbLignesCompta.
           if CompteGLCpta of LigneComptaCourante = " " then
               add 1 to NbNonMappesCompta
               move "(non map)" to CompteGLIntEd of LigneInterfaceCompta
           else
               move CompteGLCpta of LigneComptaCourante to CompteGLIntEd of LigneInterfaceCompta
           end-if.
           move CodeOpCpta of LigneComptaCourante to CodeOpIntEd of LigneInterfaceCompta.
           move SensCpta of LigneComptaCourante to SensIntEd of LigneInterfaceCompta.
           move DeviseCpta of LigneComptaCourante to DeviseIntEd of LigneInterfaceCompta.
           move MontantCpta of LigneComptaCourante to MontantIntEd of LigneInterfaceCompta.
           move NbMvtCpta of LigneComptaCourante to NbMvtIntEd of LigneInterfaceCompta.
           write E-InterfaceCompta from LigneInterfaceCompta.

           if SensCpta of LigneComptaCourante = "D" then
               add MontantCpta of LigneComptaCourante to TotalDebitCompta
           else
               add MontantCpta of LigneComptaCourante to TotalCreditCompta
           end-if.

      ***** Produits de change de la journee (table OperationChange) : une ligne EUR au *****
      ***** credit sous le code PCH, mappe au referentiel CompteComptable comme les autres *****
       ProduitsChangeInterfaceCompta.
           move 0 to NbMvtCpta of LigneComptaCourante.
           move 0 to MontantCpta of LigneComptaCourante.
           exec sql
               select count(*), ISNULL(sum(ProduitChange), 0)
               into :LigneComptaCourante.NbMvtCpta, :LigneComptaCourante.MontantCpta
               from OperationChange
               where DateOperation = :DateInterfaceCompta
           end-exec.
           if NbMvtCpta of LigneComptaCourante = 0 then
               exit paragraph
           end-if.

           move "PCH" to CodeOpCpta of LigneComptaCourante.
           move "C" to SensCpta of LigneComptaCourante.
           move "EUR" to DeviseCpta of LigneComptaCourante.
           move " " to CompteGLCpta of LigneComptaCourante.
           exec sql
               select ISNULL(max(CompteGL), ' ') into :LigneComptaCourante.CompteGLCpta
               from CompteComptable
               where CodeOperation = 'PCH'
           end-exec.
           perform EcritureLigneInterfaceCompta.

      **********************************************************************************************
      ***** Revalorisation mensuelle des comptes en devises (sous-menu Exploitation, opt 8) *****
      ***** Pour chaque compte ouvert hors EUR : ecart = solde net x (taux courant - taux de *****
      ***** la derniere revalorisation, table RevalorisationDevise). L'ecart est poste sur *****
      ***** le compte (code operation DIF, credit si gain, debit si perte) et recapitule en *****
      ***** gains/pertes par banque. Au premier passage d'une devise (pas de base), aucun *****
      ***** ecart n'est poste : la base est seulement posee. Mode batch "REVAL" *****
      **********************************************************************************************
       RevalorisationDevises.
           perform RevalorisationDevises-Init.
           perform RevalorisationDevises-Trt until Reval-iterator = 1.
           perform RevalorisationDevises-Fin.

       RevalorisationDevises-Init.
           move 0 to Reval-iterator.
           move 0 to NbRevalPostes.
           move 0 to TotalGainsReval.
           move 0 to TotalPertesReval.
           move 0 to NbDevisesReval.
           move 0 to NbBanquesReval.
           accept DateRevalJour from date yyyymmdd.

           exec sql
               declare C-RevalComptes cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          Devise, Debit, Credit
                   from Compte
                   where Devise <> 'EUR' and Devise <> ' '
                     and ISNULL(Statut, 'O') = 'O'
                   order by CodeBanque
           end-exec.

           exec sql
               open C-RevalComptes
           end-exec.

           if ModeBatch(1:5) <> "REVAL" then
               display "REVALORISATION DES DEVISES EN COURS..." line 1 col 1
           end-if.

       RevalorisationDevises-Trt.
           exec sql
               fetch C-RevalComptes into :LigneRevalCourante.CodeBanqueRev,
                   :LigneRevalCourante.CodeGuichetRev,
                   :LigneRevalCourante.RacineCompteRev,
                   :LigneRevalCourante.TypeCompteRev,
                   :LigneRevalCourante.DeviseRev,
                   :LigneRevalCourante.DebitRev,
                   :LigneRevalCourante.CreditRev
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform RevalorisationCompte
           else
               move 1 to Reval-iterator
           end-if.

       RevalorisationDevises-Fin.
           exec sql
               close C-RevalComptes
           end-exec.

      ***** La base de taux de chaque devise rencontree est posee pour le prochain run *****
           perform PoseBaseReval
               varying DevReval-i from 1 by 1 until DevReval-i > NbDevisesReval.

           perform ImpressionRapportReval.

           if ModeBatch(1:5) <> "REVAL" then
               display "Ecarts de change postes : " line 2 col 1 with no advancing
               display NbRevalPostes line 2 col 27 with no advancing
               display " - Tapez Entree " line 2 col 34 with no advancing
               accept reponse
           end-if.

      ***** Revalorisation d'un compte en devise *****
       RevalorisationCompte.
      ***** Taux courant de la devise (memorise pour poser la base en fin de run) *****
           move DeviseRev of LigneRevalCourante to DeviseTaux.
           move spaces to DateTauxRecherche.
           perform RechercheTauxEur.
           move TauxEurTrouve to TauxRevalCourant.
           perform MemoriseDeviseReval.

      ***** Base de la derniere revalorisation ; sans base, pas d'ecart a poster *****
           move 0 to TauxRevalPrecedent.
           exec sql
               select top 1 TauxEur into :TauxRevalPrecedent
               from RevalorisationDevise
               where Devise = :LigneRevalCourante.DeviseRev
               order by DateReval DESC
           end-exec.
           if (SQLCODE <> 0 and SQLCODE <> 1) or TauxRevalPrecedent = 0 then
               exit paragraph
           end-if.

           compute SoldeNetReval = CreditRev of LigneRevalCourante
               - DebitRev of LigneRevalCourante.
           compute EcartReval rounded = SoldeNetReval
               * (TauxRevalCourant - TauxRevalPrecedent).
           if EcartReval = 0 then
               exit paragraph
           end-if.

      ***** Postage de l'ecart : credit si gain, debit si perte *****
           move CodeBanqueRev of LigneRevalCourante to CodeBanqueMvt.
           move CodeGuichetRev of LigneRevalCourante to CodeGuichetMvt.
           move RacineCompteRev of LigneRevalCourante to RacineCompteMvt.
           move TypeCompteRev of LigneRevalCourante to TypeCompteMvt.
           if EcartReval > 0 then
               move "C" to SensMvt
               move EcartReval to MontantMvt
           else
               move "D" to SensMvt
               compute MontantMvt = 0 - EcartReval
           end-if.
           move "DIF" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Ecart de change " DeviseRev of LigneRevalCourante
               delimited by size into LibelleMvt.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               exit paragraph
           end-if.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.
           add 1 to NbRevalPostes.
           perform CumulRecapReval.

      ***** Memorise la devise et son taux courant (une fois par devise) *****
       MemoriseDeviseReval.
           move 0 to DevReval-i.
           perform varying DevReval-i from 1 by 1 until
             DevReval-i > NbDevisesReval or
             DeviseVueReval(DevReval-i) = DeviseRev of LigneRevalCourante.

           if DevReval-i > NbDevisesReval and NbDevisesReval < 10 then
               add 1 to NbDevisesReval
               move DeviseRev of LigneRevalCourante to DeviseVueReval(NbDevisesReval)
               move TauxRevalCourant to TauxVuReval(NbDevisesReval)
           end-if.

      ***** Pose de la base de taux de la devise designee par DevReval-i *****
       PoseBaseReval.
           move DeviseVueReval(DevReval-i) to DeviseTaux.
           move TauxVuReval(DevReval-i) to TauxRevalCourant.
           exec sql
               INSERT INTO RevalorisationDevise (Devise, DateReval, TauxEur)
               VALUES (:DeviseTaux, :DateRevalJour, :TauxRevalCourant)
           end-exec.

      ***** Cumul du compte revalorise dans les gains/pertes de sa banque *****
       CumulRecapReval.
           move 0 to RecapRev-i.
           perform varying RecapRev-i from 1 by 1 until
             RecapRev-i > NbBanquesReval or
             CodeBanqueRecapRev(RecapRev-i) = CodeBanqueRev of LigneRevalCourante.

           if RecapRev-i > NbBanquesReval and NbBanquesReval < 50 then
               add 1 to NbBanquesReval
               move NbBanquesReval to RecapRev-i
               move CodeBanqueRev of LigneRevalCourante to CodeBanqueRecapRev(RecapRev-i)
               move 0 to GainsRecapRev(RecapRev-i)
               move 0 to PertesRecapRev(RecapRev-i)
           end-if.

           if RecapRev-i <= NbBanquesReval then
               if EcartReval > 0 then
                   add EcartReval to GainsRecapRev(RecapRev-i)
                   add EcartReval to TotalGainsReval
               else
                   subtract EcartReval from PertesRecapRev(RecapRev-i)
                   subtract EcartReval from TotalPertesReval
               end-if
           end-if.

      ***** Rapport gains/pertes par banque, nom date et fiche au catalogue *****
       ImpressionRapportReval.
           move "REVAL DEVISES" to TypeEditionCourant.
           move "RevalDevises" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportReval.

           open output F-RapportReval.
           write E-RapportReval from " Revalorisation des comptes en devises - gains et pertes de change par banque".
           write E-RapportReval from " -----------------------------------------------------------------------------".

           perform varying RecapRev-i from 1 by 1 until RecapRev-i > NbBanquesReval
               move CodeBanqueRecapRev(RecapRev-i) to CodeBanqueRevEd of LigneRevalDetail
               move GainsRecapRev(RecapRev-i) to GainsRevEd of LigneRevalDetail
               move PertesRecapRev(RecapRev-i) to PertesRevEd of LigneRevalDetail
               write E-RapportReval from LigneRevalDetail
           end-perform.

           write E-RapportReval from " ".
           move "TOTAL" to CodeBanqueRevEd of LigneRevalDetail.
           move TotalGainsReval to GainsRevEd of LigneRevalDetail.
           move TotalPertesReval to PertesRevEd of LigneRevalDetail.
           write E-RapportReval from LigneRevalDetail.
           close F-RapportReval.

           move NomFichierRapportReval to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbBanquesReval to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      **********************************************************************************************
      ***** Chargement de la liste de gel (sous-menu Exploitation, option 9) *****
      ***** Le fichier de l'autorite remplace integralement la table ListeGel : une ligne *****
      ***** par personne (Nom;Prenom;CodePostal;Motif;DateFinAAAAMMJJ, Prenom/CodePostal/ *****
      ***** DateFin facultatifs). Mode batch "LISTEGEL" *****
      **********************************************************************************************
       ImportListeGel.
           move 0 to ImportGel-iterator.
           move 0 to NoLigneGel.
           move 0 to NbGelCharges.

           exec sql
               DELETE FROM ListeGel
           end-exec.

           open INPUT F-ListeGel.
           perform ImportListeGel-Trt until ImportGel-iterator = 1.
           close F-ListeGel.

           if ModeBatch(1:8) <> "LISTEGEL" then
               display "Personnes chargees dans la liste de gel : " line 1 col 1 with no advancing
               display NbGelCharges line 1 col 44 with no advancing
               display " - Tapez Entree " line 1 col 51 with no advancing
               accept reponse
           end-if.

       ImportListeGel-Trt.
           read F-ListeGel
               at end
                   move 1 to ImportGel-iterator
               not at end
                   add 1 to NoLigneGel
                   perform ImportLigneGel
           end-read.

       ImportLigneGel.
           move spaces to NomGelImport.
           move spaces to PrenomGelImport.
           move spaces to CodePostalGelImport.
           move spaces to MotifGelImport.
           move spaces to DateFinGelImport.

           unstring E-ListeGel delimited by ";" into
             NomGelImport
             PrenomGelImport
             CodePostalGelImport
             MotifGelImport
             DateFinGelImport
           end-unstring.

           if NomGelImport = spaces then
               exit paragraph
           end-if.

           exec sql
               INSERT INTO ListeGel (Nom, Prenom, CodePostal, Motif, DateFin)
               VALUES (:NomGelImport, :PrenomGelImport, :CodePostalGelImport,
                       :MotifGelImport, :DateFinGelImport)
           end-exec.
           add 1 to NbGelCharges.

      **********************************************************************************************
      ***** ControleListeGel : la personne (Nom + Prenom/CodePostal quand la liste les *****
      ***** porte) est-elle frappee d'une interdiction encore en vigueur ? *****
      **********************************************************************************************
       ControleListeGel.
           move "N" to GelHit.
           move " " to MotifGelTrouve.
           accept DateJourGel from date yyyymmdd.

           move 0 to NbGelTrouve.
           exec sql
               select count(*) into :NbGelTrouve from ListeGel
               where Nom = :NomControleGel
                 and (Prenom = ' ' or Prenom = :PrenomControleGel)
                 and (CodePostal = ' ' or CodePostal = :CodePostalControleGel)
                 and (DateFin = ' ' or DateFin >= :DateJourGel)
           end-exec.
           if NbGelTrouve > 0 then
               move "O" to GelHit
               exec sql
                   select top 1 Motif into :MotifGelTrouve from ListeGel
                   where Nom = :NomControleGel
                     and (Prenom = ' ' or Prenom = :PrenomControleGel)
                     and (CodePostal = ' ' or CodePostal = :CodePostalControleGel)
                     and (DateFin = ' ' or DateFin >= :DateJourGel)
                   order by Nom
               end-exec
           end-if.

      ***** Journalisation d'un controle positif (table ControleGel) avec la decision prise *****
      ***** (R refuse / D derogation accordee) *****
       EcritureControleGel.
           exec sql
               INSERT INTO ControleGel
                   (Nom, Prenom, Origine, Motif, Decision, DateControle, CodeOperateur)
               VALUES
                   (:NomControleGel, :PrenomControleGel, :OrigineControleGel,
                    :MotifGelTrouve, :DecisionGel, getdate(), :CodeOperateurSigne)
           end-exec.

      **********************************************************************************************
      ***** Rapport des controles positifs du jour (editions reglementaires, option 2) *****
      ***** Mode batch "GELHITS" *****
      **********************************************************************************************
       EditionHitsGel.
           move 0 to NbHitsGelEdites.
           accept DateJourGel from date yyyymmdd.

           move "HITS GEL" to TypeEditionCourant.
           move "HitsGel" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportGel.

           open output F-RapportGel.
           write E-RapportGel from " Controles positifs contre la liste de gel (journee en cours)".
           write E-RapportGel from " -------------------------------------------------------------".
           write E-RapportGel from " Date                 Nom                  Prenom           Origine     D  Motif".

           exec sql
               declare C-HitsGel cursor for
                   select Nom, Prenom, Origine, Motif, Decision,
                          convert(varchar(19), DateControle, 120)
                   from ControleGel
                   where convert(varchar(8), DateControle, 112) = :DateJourGel
                   order by DateControle
           end-exec.
           exec sql
               open C-HitsGel
           end-exec.

           move 0 to BoucleurHitsGel.
           perform EditionLigneHitGel until BoucleurHitsGel = 1.

           exec sql
               close C-HitsGel
           end-exec.

           close F-RapportGel.
           move NomFichierRapportGel to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbHitsGelEdites to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "GELHITS" then
               display "Hits edites : " line 1 col 1 with no advancing
               display NbHitsGelEdites line 1 col 15 with no advancing
               display " - Tapez Entree " line 1 col 22 with no advancing
               accept reponse
           end-if.

       EditionLigneHitGel.
           exec sql
               fetch C-HitsGel into :LigneHitGelCourante.NomHitGel,
                   :LigneHitGelCourante.PrenomHitGel,
                   :LigneHitGelCourante.OrigineHitGel,
                   :LigneHitGelCourante.MotifHitGel,
                   :LigneHitGelCourante.DecisionHitGel,
                   :LigneHitGelCourante.DateHitGel
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbHitsGelEdites
               move DateHitGel of LigneHitGelCourante to DateHitGelEd of LigneHitGelEdition
               move NomHitGel of LigneHitGelCourante to NomHitGelEd of LigneHitGelEdition
               move PrenomHitGel of LigneHitGelCourante to PrenomHitGelEd of LigneHitGelEdition
               move OrigineHitGel of LigneHitGelCourante to OrigineHitGelEd of LigneHitGelEdition
               move DecisionHitGel of LigneHitGelCourante to DecisionHitGelEd of LigneHitGelEdition
               move MotifHitGel of LigneHitGelCourante to MotifHitGelEd of LigneHitGelEdition
               write E-RapportGel from LigneHitGelEdition
           else
               move 1 to BoucleurHitsGel
           end-if.

      **********************************************************************************************
      ***** Import de maintenance des clients existants (sous-menu Exploitation, option M) *****
      ***** Format : ACTION;Nom;Prenom;CodePostal;champ1;champ2;champ3 avec ACTION parmi *****
      ***** CONTACT (adresse;telephone;email), INTIT (intitule), DECES. Les rejets suivent *****
      ***** le meme circuit que l'import des comptes (fichier date + table RejetImport, *****
      ***** origine MAJ, recyclables) et chaque champ modifie part au rapport avant/apres. *****
      ***** Mode batch "MAJCLIENTS" *****
      **********************************************************************************************
       ImportMajClients.
           perform ImportMajClients-init.
           perform ImportMajClients-trt until ImportMaj-iterator = 1.
           perform ImportMajClients-fin.

       ImportMajClients-init.
           move 0 to ImportMaj-iterator.
           move 0 to NoLigneMaj.
           move 0 to NbMajAppliquees.
           move 0 to NbMajRejetees.
           move "N" to RejetsImport-Ouvert.
           move "MAJ" to OrigineRejetImport.

      ***** Fichier de rejets date propre a ce run *****
           move "REJETS MAJ CLI" to TypeEditionCourant.
           move "RejetsMajClients" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRejetsImport.

      ***** Rapport avant/apres du run *****
           move "RAPPORT MAJ CLI" to TypeEditionCourant.
           move "RapportMajClients" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportMaj.
           open output F-RapportMajClients.
           write E-RapportMajClients from " Import de maintenance des clients - champs modifies (avant -> apres)".
           write E-RapportMajClients from " ---------------------------------------------------------------------".

           open INPUT F-MajClients.

       ImportMajClients-trt.
           read F-MajClients
               at end
                   move 1 to ImportMaj-iterator
               not at end
                   add 1 to NoLigneMaj
                   move E-MajClient to E-CLIENT
                   perform ImportationLigneMaj
           end-read.

       ImportMajClients-fin.
           close F-MajClients.
           close F-RapportMajClients.
           move "N" to ModeRecyclage.
           move "CPT" to OrigineRejetImport.

           move NomFichierRapportMaj to NomFichierEditionCourant.
           move "RAPPORT MAJ CLI" to TypeEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbMajAppliquees to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if RejetsImport-Ouvert = "O" then
               close F-RejetsImport
               move "N" to RejetsImport-Ouvert
               move "REJETS MAJ CLI" to TypeEditionCourant
               move NomFichierRejetsImport to NomFichierEditionCourant
               move 0 to NbPagesCatalogue
               move NbMajRejetees to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.

           if ModeBatch(1:10) <> "MAJCLIENTS" then
               display "Maj appliquees : " line 1 col 1 with no advancing
               display NbMajAppliquees line 1 col 18 with no advancing
               display " - rejetees : " line 1 col 25 with no advancing
               display NbMajRejetees line 1 col 39 with no advancing
               display " - Tapez Entree " line 1 col 46 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne de maintenance (contenu attendu dans E-CLIENT) *****
       ImportationLigneMaj.
           move "O" to LigneMajValide.
           move spaces to MotifRejet.
           move NoLigneMaj to NoLigneImport.
           move spaces to ActionMaj.
           move spaces to NomMaj.
           move spaces to PrenomMaj.
           move spaces to CodePostalMaj.
           move spaces to Champ1Maj.
           move spaces to Champ2Maj.
           move spaces to Champ3Maj.
           move spaces to Champ4Maj.
           move spaces to Champ5Maj.
           move spaces to Champ6Maj.

           unstring E-CLIENT delimited by ";" into
             ActionMaj
             NomMaj
             PrenomMaj
             CodePostalMaj
             Champ1Maj
             Champ2Maj
             Champ3Maj
             Champ4Maj
             Champ5Maj
             Champ6Maj
           end-unstring.

           if ActionMaj <> "CONTACT" and ActionMaj <> "INTIT" and
              ActionMaj <> "DECES" and ActionMaj <> "FISCAL" then
               move "Code action inconnu (attendu CONTACT/INTIT/DECES/FISCAL)" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.

           if NomMaj = spaces then
               move "Nom client manquant" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.

      ***** Le client vise doit exister (rapprochement Nom+Prenom+CodePostal) *****
           move " " to CodeClientMaj.
           exec sql
               select CodeClient, Intitule, ISNULL(Adresse, ' '),
                      ISNULL(Telephone, ' '), ISNULL(Email, ' '),
                      ISNULL(Nationalite, ' '), ISNULL(PaysAdresse, ' '),
                      ISNULL(PaysResidenceFiscale, ' '), ISNULL(NifEtranger, ' '),
                      ISNULL(DateAutoCertification, ' '), ISNULL(StatutAutoCertification, ' ')
               into :CodeClientMaj, :IntituleAvant, :AdresseAvant,
                    :TelephoneAvant, :EmailAvant,
                    :NationaliteAvant, :PaysAdresseAvant,
                    :PaysResidenceAvant, :NifAvant,
                    :DateCertifAvant, :StatutCertifAvant
               from Client
               where Nom = :NomMaj and Prenom = :PrenomMaj
                 and CodePostal = :CodePostalMaj
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move "Client inconnu (Nom+Prenom+CodePostal)" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.

           evaluate ActionMaj
               when "CONTACT"
                   perform MajContactClient
               when "INTIT"
                   perform MajIntituleClient
               when "DECES"
                   perform MajDecesClient
               when "FISCAL"
                   perform MajFiscalClient
           end-evaluate.

           if LigneMajValide = "O" then
               add 1 to NbMajAppliquees
           end-if.

      ***** Mise a jour des donnees de contact : seuls les champs renseignes changent, *****
      ***** formats controles comme a l'ecran *****
       MajContactClient.
           if Champ2Maj not = spaces then
               move Champ2Maj to TelephoneControle
               perform ControleFormatTelephone
               if TelephoneValide = "N" then
                   move "N" to LigneMajValide
                   move "Telephone invalide" to MotifRejet
                   perform EcritureRejetMaj
                   exit paragraph
               end-if
           end-if.
           if Champ3Maj not = spaces then
               move Champ3Maj to EmailControle
               perform ControleFormatEmail
               if EmailValide = "N" then
                   move "N" to LigneMajValide
                   move "Email invalide" to MotifRejet
                   perform EcritureRejetMaj
                   exit paragraph
               end-if
           end-if.
           if Champ1Maj = spaces and Champ2Maj = spaces and Champ3Maj = spaces then
               move "N" to LigneMajValide
               move "Aucun champ de contact renseigne" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.

           if Champ1Maj not = spaces then
               exec sql
                   UPDATE Client SET Adresse = :Champ1Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "Adresse" to ChampMajEd of LigneMajRapport
               move AdresseAvant to AvantMajEd of LigneMajRapport
               move Champ1Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ2Maj not = spaces then
               exec sql
                   UPDATE Client SET Telephone = :Champ2Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "Telephone" to ChampMajEd of LigneMajRapport
               move TelephoneAvant to AvantMajEd of LigneMajRapport
               move Champ2Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ3Maj not = spaces then
               exec sql
                   UPDATE Client SET Email = :Champ3Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "Email" to ChampMajEd of LigneMajRapport
               move EmailAvant to AvantMajEd of LigneMajRapport
               move Champ3Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.

      ***** Contact du client : date retenue pour la detection des comptes inactifs *****
           accept DateJourBatch from date yyyymmdd.
           exec sql
               UPDATE Client SET DateDernierContact = :DateJourBatch
               WHERE CodeClient = :CodeClientMaj
           end-exec.

      ***** Changement de l'intitule du client *****
       MajIntituleClient.
           if Champ1Maj = spaces then
               move "N" to LigneMajValide
               move "Nouvel intitule manquant" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.
           exec sql
               UPDATE Client SET Intitule = :Champ1Maj
               WHERE CodeClient = :CodeClientMaj
           end-exec.
           move "Intitule" to ChampMajEd of LigneMajRapport.
           move IntituleAvant to AvantMajEd of LigneMajRapport.
           move Champ1Maj to ApresMajEd of LigneMajRapport.
           perform EcritureRapportMaj.

      ***** Deces du client : date du deces en premier champ (AAAAMMJJ, a defaut date du *****
      ***** jour), ouverture de la succession et gel des comptes *****
       MajDecesClient.
           if Champ1Maj(1:8) is numeric then
               move Champ1Maj(1:8) to DateDecesSucc
           else
               accept DateDecesSucc from date yyyymmdd
           end-if.
           move CodeClientMaj to CodeClientSucc.
           perform OuvertureSuccession.
           move "Decede" to ChampMajEd of LigneMajRapport.
           move "N" to AvantMajEd of LigneMajRapport.
           move "O" to ApresMajEd of LigneMajRapport.
           perform EcritureRapportMaj.

      ***** Residence fiscale du client : nationalite;residence fiscale;NIF etranger;date *****
      ***** d'auto-certification;statut R/A/I;pays de l'adresse - seuls les champs *****
      ***** renseignes changent, controles comme a l'ecran KYC *****
       MajFiscalClient.
           inspect Champ1Maj converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect Champ2Maj converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect Champ5Maj converting "ari" to "ARI".
           inspect Champ6Maj converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if Champ1Maj = spaces and Champ2Maj = spaces and Champ3Maj = spaces and
              Champ4Maj = spaces and Champ5Maj = spaces and Champ6Maj = spaces then
               move "N" to LigneMajValide
               move "Aucun champ fiscal renseigne" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.
           if (Champ1Maj not = spaces and (Champ1Maj(3:38) not = spaces or
               Champ1Maj(1:2) is not alphabetic-upper)) or
              (Champ2Maj not = spaces and (Champ2Maj(3:13) not = spaces or
               Champ2Maj(1:2) is not alphabetic-upper)) or
              (Champ6Maj not = spaces and Champ6Maj is not alphabetic-upper) then
               move "N" to LigneMajValide
               move "Code pays invalide (2 lettres ISO)" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.
      ***** NifEtranger est tenu sur 20 caracteres *****
           if Champ3Maj(21:30) not = spaces then
               move "N" to LigneMajValide
               move "NIF etranger trop long (20 caracteres maximum)" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.
           if Champ4Maj not = spaces and Champ4Maj is not numeric then
               move "N" to LigneMajValide
               move "Date d'auto-certification invalide (AAAAMMJJ)" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.
           if Champ5Maj not = spaces and Champ5Maj <> "R" and Champ5Maj <> "A" and
              Champ5Maj <> "I" then
               move "N" to LigneMajValide
               move "Statut d'auto-certification invalide (R/A/I)" to MotifRejet
               perform EcritureRejetMaj
               exit paragraph
           end-if.

      ***** Une auto-certification recue est datee, avec le NIF d'une residence etrangere *****
           if Champ5Maj = "R" then
               if Champ4Maj = spaces and DateCertifAvant = spaces then
                   move "N" to LigneMajValide
                   move "Auto-certification recue sans date" to MotifRejet
                   perform EcritureRejetMaj
                   exit paragraph
               end-if
               if Champ2Maj not = spaces and Champ2Maj(1:2) <> "FR" and
                  Champ3Maj = spaces and NifAvant = spaces then
                   move "N" to LigneMajValide
                   move "NIF obligatoire hors residence fiscale France" to MotifRejet
                   perform EcritureRejetMaj
                   exit paragraph
               end-if
           end-if.

           if Champ1Maj not = spaces then
               exec sql
                   UPDATE Client SET Nationalite = :Champ1Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "Nationalit" to ChampMajEd of LigneMajRapport
               move NationaliteAvant to AvantMajEd of LigneMajRapport
               move Champ1Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ2Maj not = spaces then
               exec sql
                   UPDATE Client SET PaysResidenceFiscale = :Champ2Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "Resid fisc" to ChampMajEd of LigneMajRapport
               move PaysResidenceAvant to AvantMajEd of LigneMajRapport
               move Champ2Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ3Maj not = spaces then
               exec sql
                   UPDATE Client SET NifEtranger = :Champ3Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "NIF" to ChampMajEd of LigneMajRapport
               move NifAvant to AvantMajEd of LigneMajRapport
               move Champ3Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ4Maj not = spaces then
               exec sql
                   UPDATE Client SET DateAutoCertification = :Champ4Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "DateCertif" to ChampMajEd of LigneMajRapport
               move DateCertifAvant to AvantMajEd of LigneMajRapport
               move Champ4Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ5Maj not = spaces then
               exec sql
                   UPDATE Client SET StatutAutoCertification = :Champ5Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "StatCertif" to ChampMajEd of LigneMajRapport
               move StatutCertifAvant to AvantMajEd of LigneMajRapport
               move Champ5Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.
           if Champ6Maj not = spaces then
               exec sql
                   UPDATE Client SET PaysAdresse = :Champ6Maj
                   WHERE CodeClient = :CodeClientMaj
               end-exec
               move "Pays adr" to ChampMajEd of LigneMajRapport
               move PaysAdresseAvant to AvantMajEd of LigneMajRapport
               move Champ6Maj to ApresMajEd of LigneMajRapport
               perform EcritureRapportMaj
           end-if.

      ***** Ligne du rapport avant/apres *****
       EcritureRapportMaj.
      ***** En resoumission depuis le recyclage, le rapport du run d'origine est clos *****
           if ModeRecyclage = "O" then
               exit paragraph
           end-if.
           move NomMaj to NomMajEd of LigneMajRapport.
           move PrenomMaj to PrenomMajEd of LigneMajRapport.
           write E-RapportMajClients from LigneMajRapport.

      ***** Rejet d'une ligne de maintenance : meme circuit que l'import des comptes *****
       EcritureRejetMaj.
           move "N" to LigneMajValide.
           perform EcritureRejetImport.
           if ModeRecyclage = "N" then
               add 1 to NbMajRejetees
           end-if.

      **********************************************************************
      ***** Bilan des comptes par banque (Option 9 du Menu) *****
      **********************************************************************
       BilanBanques.
           perform SaisieDateArreteBilan.
           perform BilanBanques-Init.
           if DateArreteBilan = spaces then
               perform BilanBanques-Trt until BilanBanques-iterator = 1
           else
               perform BilanBanquesArrete-Trt until BilanBanques-iterator = 1
           end-if.
           perform BilanBanques-Fin.

      ***** Date d'arrete optionnelle : vide = situation courante, sinon les positions sont *****
      ***** reconstituees en rejouant MouvementCompte jusqu'a cette date *****
       SaisieDateArreteBilan.
           move spaces to DateArreteBilan.
           display "Date d'arrete (AAAAMMJJ, vide = situation courante) : " line 1 col 2 with no advancing.
           accept DateArreteBilan line 1 col 57.
           if DateArreteBilan not = spaces and DateArreteBilan is not numeric then
               display " ** Date invalide, situation courante affichee ** " line 25 col 1 bell blink
               move spaces to DateArreteBilan
           end-if.

       BilanBanques-Init.
           move 0 to BilanBanques-iterator.
           move 0 to TotalDebitEurBilan.
           move 0 to TotalCreditEurBilan.

      ***** Declaration du curseur : total debit/credit par banque et par devise, y compris les *****
      ***** banques sans compte ; les montants de devises differentes ne s'additionnent plus *****
           exec sql
               declare C-BilanBanques cursor for
                   select Banque.CodeBanque, Banque.NomBanque, ISNULL(Compte.Devise, 'EUR'),
                          ISNULL(sum(Compte.Debit), 0), ISNULL(sum(Compte.Credit), 0)
                   from Banque left join Compte on Compte.CodeBanque = Banque.CodeBanque
                   group by Banque.CodeBanque, Banque.NomBanque, Compte.Devise
                   order by Banque.NomBanque, ISNULL(Compte.Devise, 'EUR')
           end-exec.

      ***** Variante "a date d'arrete" : la position de chaque compte est rejouee depuis *****
      ***** MouvementCompte jusqu'a la date demandee, puis agregee par banque et devise *****
           exec sql
               declare C-BilanBanquesArrete cursor for
                   select Banque.CodeBanque, Banque.NomBanque, ISNULL(Compte.Devise, 'EUR'),
                          ISNULL(sum(case when S.Solde < 0 then 0 - S.Solde else 0 end), 0),
                          ISNULL(sum(case when S.Solde > 0 then S.Solde else 0 end), 0)
                   from Banque
                   left join Compte on Compte.CodeBanque = Banque.CodeBanque
                   left join (select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                                     sum(case when Sens = 'C' then Montant else 0 - Montant end) as Solde
                              from MouvementCompte
                              where DateMouvement <= :DateArreteBilan
                              group by CodeBanque, CodeGuichet, RacineCompte, TypeCompte) S
                     on S.CodeBanque = Compte.CodeBanque
                    and S.CodeGuichet = Compte.CodeGuichet
                    and S.RacineCompte = Compte.RacineCompte
                    and S.TypeCompte = Compte.TypeCompte
                   group by Banque.CodeBanque, Banque.NomBanque, Compte.Devise
                   order by Banque.NomBanque, ISNULL(Compte.Devise, 'EUR')
           end-exec.

           if DateArreteBilan = spaces then
               exec sql
                   open C-BilanBanques
               End-exec
           end-if.
           if DateArreteBilan not = spaces then
               exec sql
                   open C-BilanBanquesArrete
               End-exec
           end-if.

           display BilanBanques-E.
           if DateArreteBilan not = spaces then
               display "Arrete au : " line 3 col 2 with no advancing
               display DateArreteBilan line 3 col 14
           end-if.
           move 5 to Noligne.

       BilanBanques-Trt.
           exec sql
               fetch C-BilanBanques into :LigneBilanBanque.CodeBanque,
                   :LigneBilanBanque.NomBanque,
                   :LigneBilanBanque.Devise,
                   :LigneBilanBanque.TotalDebit,
                   :LigneBilanBanque.TotalCredit
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform TraitementLigneBilanBanque
           else
               perform FinListeBilanBanques
           end-if.

       BilanBanquesArrete-Trt.
           exec sql
               fetch C-BilanBanquesArrete into :LigneBilanBanque.CodeBanque,
                   :LigneBilanBanque.NomBanque,
                   :LigneBilanBanque.Devise,
                   :LigneBilanBanque.TotalDebit,
                   :LigneBilanBanque.TotalCredit
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform TraitementLigneBilanBanque
           else
               perform FinListeBilanBanques
           end-if.

      ***** Traitement commun d'une ligne banque/devise : solde net, cumul EUR, affichage *****
       TraitementLigneBilanBanque.
           subtract TotalDebit of LigneBilanBanque from TotalCredit of LigneBilanBanque
               giving TotalNet of LigneBilanBanque.

      ***** Cumul du total consolide en euros au taux en vigueur a la date du bilan *****
           move Devise of LigneBilanBanque to DeviseTaux.
           move DateArreteBilan to DateTauxRecherche.
           perform RechercheTauxEur.
           compute TotalDebitEurBilan = TotalDebitEurBilan +
               (TotalDebit of LigneBilanBanque * TauxEurTrouve).
           compute TotalCreditEurBilan = TotalCreditEurBilan +
               (TotalCredit of LigneBilanBanque * TauxEurTrouve).

           perform AffichageLigneBilanBanque.

      ***** Fin de la liste : total consolide EUR puis attente de l'utilisateur *****
       FinListeBilanBanques.
           move 1 to BilanBanques-iterator.
           compute TotalNetEurBilan = TotalCreditEurBilan - TotalDebitEurBilan.
           move TotalDebitEurBilan to TotalDebitEurBilanEd.
           move TotalCreditEurBilan to TotalCreditEurBilanEd.
           move TotalNetEurBilan to TotalNetEurBilanEd.
           display BilanBanques-TotalEur.
           display "Fin du bilan des banques - Tapez Entree " line 1 col 1 with no advancing.
           accept reponse.

       BilanBanques-Fin.
           if DateArreteBilan = spaces then
               exec sql
                   close C-BilanBanques
               end-exec
           end-if.
           if DateArreteBilan not = spaces then
               exec sql
                   close C-BilanBanquesArrete
               end-exec
           end-if.

       AffichageLigneBilanBanque.
           add 1 to NoLigne.
           display BilanBanques-Contenu.

           if Noligne = 21 then
               display "Page [S]uivante - [M]enu : " line 1 col 2 blank line with no advancing
               accept reponse

               if reponse = "m" or reponse = "M" then
                   move 1 to BilanBanques-iterator
               else
                   move 5 to Noligne
                   display BilanBanques-F
               end-if
           end-if.

      **********************************************************************
      ***** Gestion de la table Banque : ajout/modification/suppression *****
      ***** (Option 10 du Menu) *****
      **********************************************************************
       GestionBanque.
           perform GestionBanque-Init.
           perform GestionBanque-Trt until GestionBanque-iterator = 1.
           perform GestionBanque-Fin.

       GestionBanque-Init.
           move 0 to GestionBanque-iterator.

       GestionBanque-Trt.
           display GestionBanque-SubMenu.
           move " " to OptionGestionBanque.
           accept OptionGestionBanque line 24 col 38.

           evaluate OptionGestionBanque
               when "1"
                   perform AjoutBanque
               when "2"
                   perform ModificationBanque
               when "3"
                   perform SuppressionBanque
               when "0"
                   move 1 to GestionBanque-iterator
           end-evaluate.

       GestionBanque-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'une banque
      *------------------------------------------------------------------
       AjoutBanque.
           move " " to CodeBanqueSaisie.
           move " " to NomBanqueSaisie.
           display GestionBanque-Saisie.
           accept GestionBanque-Saisie.

           move 1 to ValidateurBanque.

           if CodeBanqueSaisie = " " then
               move 0 to ValidateurBanque
               display " ** Code banque obligatoire ** " line 25 col 1 bell blink
           end-if.

           if NomBanqueSaisie = " " then
               move 0 to ValidateurBanque
               display " ** Nom banque obligatoire ** " line 25 col 1 bell blink
           end-if.

           if ValidateurBanque = 1 then
               exec sql
                   select count(*) into :NbCompteBanque from Banque
                   where CodeBanque = :CodeBanqueSaisie
               end-exec
               if NbCompteBanque > 0 then
                   move 0 to ValidateurBanque
                   display " ** Code banque deja existant ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurBanque = 1 then
               exec sql
                   INSERT INTO Banque (CodeBanque, NomBanque)
                   VALUES (:CodeBanqueSaisie, :NomBanqueSaisie)
               end-exec
               move "Banque" to TableAudit
               move "A" to ActionAudit
               move CodeBanqueSaisie to CleAudit
               move spaces to AnciennesValeursAudit
               move spaces to NouvellesValeursAudit
               string "Nom=" NomBanqueSaisie delimited by size
                   into NouvellesValeursAudit
               end-string
               perform EcritureAuditReferentiel
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification d'une banque
      *------------------------------------------------------------------
       ModificationBanque.
           move " " to CodeBanqueSaisie.
           display GestionBanque-SaisieCode.
           accept GestionBanque-SaisieCode.

           exec sql
               select NomBanque into :NomBanqueTrouve from Banque
               where CodeBanque = :CodeBanqueSaisie
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Code banque inexistant ** " line 25 col 1 bell blink
           else
               move " " to NomBanqueSaisie
               display GestionBanque-AffichageNom
               accept GestionBanque-AffichageNom

               if NomBanqueSaisie = " " then
                   display " ** Nom banque obligatoire ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE Banque SET NomBanque = :NomBanqueSaisie
                       WHERE CodeBanque = :CodeBanqueSaisie
                   end-exec
                   move "Banque" to TableAudit
                   move "M" to ActionAudit
                   move CodeBanqueSaisie to CleAudit
                   move spaces to AnciennesValeursAudit
                   string "Nom=" NomBanqueTrouve delimited by size
                       into AnciennesValeursAudit
                   end-string
                   move spaces to NouvellesValeursAudit
                   string "Nom=" NomBanqueSaisie delimited by size
                       into NouvellesValeursAudit
                   end-string
                   perform EcritureAuditReferentiel
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'une banque
      *------------------------------------------------------------------
       SuppressionBanque.
           move " " to CodeBanqueSaisie.
           display GestionBanque-SaisieCode.
           accept GestionBanque-SaisieCode.

           exec sql
               select count(*) into :NbCompteBanque from Banque
               where CodeBanque = :CodeBanqueSaisie
           end-exec.

           if NbCompteBanque = 0 then
               display " ** Code banque inexistant ** " line 25 col 1 bell blink
           else
      * On ne supprime pas une banque qui a encore des comptes rattaches
               exec sql
                   select count(*) into :NbCompteBanque from Compte
                   where CodeBanque = :CodeBanqueSaisie
               end-exec

               if NbCompteBanque > 0 then
                   display " ** Banque utilisee par des comptes, suppression impossible ** " line 25 col 1 bell blink
               else
                   move "N" to ConfirmationSuppressionBanque
                   display GestionBanque-NotifSuppression
                   accept GestionBanque-NotifSuppression
                   if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
      ***** Capture du nom avant suppression pour la ligne d'audit avant/apres *****
                       move " " to NomBanqueTrouve
                       exec sql
                           select NomBanque into :NomBanqueTrouve from Banque
                           where CodeBanque = :CodeBanqueSaisie
                       end-exec
                       exec sql
                           DELETE FROM Banque WHERE CodeBanque = :CodeBanqueSaisie
                       end-exec
      ***** Journalisation : qui a supprime cette banque *****
                       move "BANQUE" to TypeObjetSupprime
                       move CodeBanqueSaisie to CleObjetSupprime
                       perform EcritureJournalSuppression
                       move "Banque" to TableAudit
                       move "S" to ActionAudit
                       move CodeBanqueSaisie to CleAudit
                       move spaces to AnciennesValeursAudit
                       string "Nom=" NomBanqueTrouve delimited by size
                           into AnciennesValeursAudit
                       end-string
                       move spaces to NouvellesValeursAudit
                       perform EcritureAuditReferentiel
                   end-if
                   display M-EffaceQuestion
               end-if
           end-if.

      **********************************************************************
      ***** Sous-menu des consultations / suivi (Option 18 du Menu) *****
      **********************************************************************
       ConsultationSuivi.
           perform ConsultationSuivi-Init.
           perform ConsultationSuivi-Trt until ConsultationSuivi-iterator = 1.
           perform ConsultationSuivi-Fin.

       ConsultationSuivi-Init.
           move 0 to ConsultationSuivi-iterator.

       ConsultationSuivi-Trt.
           display ConsultationSuivi-SubMenu.
           move " " to OptionConsultation.
           accept OptionConsultation line 24 col 38.

           evaluate OptionConsultation
               when "1"
                   perform ConsultationJournalBatch
               when "2"
                   perform RecyclageRejets
               when "3"
                   perform HistoriqueCleRibConsultation
               when "4"
                   perform CatalogueEditions
               when "5"
                   move spaces to DateRecapCourriers
                   display "Date a editer (AAAAMMJJ, vide = jour) : " line 1 col 2 with no advancing
                   accept DateRecapCourriers line 1 col 43
                   perform RecapCourriersJour
               when "6"
                   perform AuditReferentielConsultation
               when "7"
                   perform JournalSessionConsultation
               when "8"
                   perform AcquittementAlertes
               when "9"
                   perform GestionSurveillanceLcb
               when "D"
               when "d"
                   perform GestionRevisionDecouverts
               when "0"
                   move 1 to ConsultationSuivi-iterator
           end-evaluate.

       ConsultationSuivi-Fin.
           continue.

      **********************************************************************
      ***** Consultation du journal des batchs (sous-menu Consultations, option 1) *****
      ***** Dernieres executions en premier, pagination comme ListeBanque *****
      **********************************************************************
       ConsultationJournalBatch.
           perform ConsultationJournalBatch-Init.
           perform ConsultationJournalBatch-Trt until JournalBatch-iterator = 1.
           perform ConsultationJournalBatch-Fin.

       ConsultationJournalBatch-Init.
           move 0 to JournalBatch-iterator.

           exec sql
               declare C-JournalBatch scroll cursor for
                   select Mode, convert(varchar(19), DateDebut, 120),
                          ISNULL(convert(varchar(19), DateFin, 120), ' '),
                          ISNULL(LignesLues, 0), ISNULL(LignesRejetees, 0), Resultat
                   from JournalBatch
                   order by DateDebut DESC
           end-exec.

           exec sql
               open C-JournalBatch
           end-exec.

           display JournalBatch-E.
           move 5 to Noligne.

       ConsultationJournalBatch-Trt.
           exec sql
               fetch C-JournalBatch into :LigneJournalBatch.ModeJournal,
                   :LigneJournalBatch.DateDebutJournal,
                   :LigneJournalBatch.DateFinJournal,
                   :LigneJournalBatch.LignesLues,
                   :LigneJournalBatch.LignesRejetees,
                   :LigneJournalBatch.Resultat
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneJournalBatch
           else
               move 1 to JournalBatch-iterator
               display "Fin du journal des batchs - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

       ConsultationJournalBatch-Fin.
           exec sql
               close C-JournalBatch
           end-exec.

       AffichageLigneJournalBatch.
           add 1 to NoLigne.
           display JournalBatch-Contenu.

           if Noligne = 21 then
               display "Page [S]uivante - [P]recedente - [M]enu : " line 1 col 2 blank line with no advancing
               accept reponse

               if reponse = "m" or reponse = "M" then
                   move 1 to JournalBatch-iterator
               else
                   if reponse = "p" or reponse = "P" then
                       exec sql
                           fetch relative -32 from C-JournalBatch
                       end-exec
                   end-if
                   move 5 to Noligne
                   display JournalBatch-F
               end-if
           end-if.

      **********************************************************************
      ***** Sous-menu exploitation (Option 19 du Menu, profil A) *****
      **********************************************************************
       Exploitation.
           perform Exploitation-Init.
           perform Exploitation-Trt until Exploitation-iterator = 1.
           perform Exploitation-Fin.

       Exploitation-Init.
           move 0 to Exploitation-iterator.

       Exploitation-Trt.
           display Exploitation-SubMenu.
           move " " to OptionExploitation.
           accept OptionExploitation line 24 col 38.

           evaluate OptionExploitation
               when "1"
                   perform SaisieRetentionAnonym
                   if AnneesRetentionAnonym > 0 then
                       perform AnonymisationClientsInactifs
                   end-if
               when "2"
                   perform SauvegardeBase
               when "3"
                   perform RechargeBase
               when "4"
                   perform FacturationFrais
               when "5"
                   perform ArreteJournee
               when "6"
                   perform ImportRetoursSepa
               when "7"
                   move spaces to DateInterfaceCompta
                   perform InterfaceComptable
               when "8"
                   perform RevalorisationDevises
               when "9"
                   perform ImportListeGel
               when "M"
               when "m"
                   perform ImportMajClients
               when "C"
               when "c"
                   perform TraitementsCartes
               when "E"
               when "e"
                   perform ComptesInactifs
               when "V"
               when "v"
                   perform ImportRemisesVirements
               when "R"
               when "r"
                   perform ImportVirementsRecus
               when "S"
               when "s"
                   perform GestionVirementsAttente
               when "G"
               when "g"
                   perform ChangementDomiciliation
               when "H"
               when "h"
                   perform GestionSaisies
               when "I"
               when "i"
                   perform ControleIntegriteBase
               when "A"
               when "a"
                   move spaces to MoisPhotoSoldes
                   display "Mois a arreter (AAAAMM, vide = mois precedent) : " line 1 col 2 with no advancing
                   accept MoisPhotoSoldes line 1 col 52
                   move " " to TypeRunPhoto
                   display "[C]alcul de la photo ou [V]erification : " line 2 col 2 with no advancing
                   accept TypeRunPhoto line 2 col 44
                   if TypeRunPhoto = "V" or TypeRunPhoto = "v" then
                       perform VerificationPhotoSoldes
                   else
                       perform ArreteMensuelSoldes
                   end-if
               when "0"
                   move 1 to Exploitation-iterator
           end-evaluate.

       Exploitation-Fin.
           continue.

      **********************************************************************************************
      ***** Anonymisation des clients inactifs (sous-menu Exploitation, option 1) *****
      ***** Clients dont tous les comptes sont clos (ou sans compte) et sans mouvement depuis *****
      ***** N ans : Nom/Prenom/Adresse/Telephone/Email remplaces par des valeurs neutres, *****
      ***** CodeClient et mouvements comptables conserves, rapport pour le dossier conformite. *****
      ***** Peut etre lance sans surveillance avec ModeBatch = "ANONYM" + annees (ex "ANONYM10") *****
      **********************************************************************************************
       SaisieRetentionAnonym.
           move 0 to AnneesRetentionAnonym.
           display "Duree de retention en annees (vide = abandon) : " line 1 col 2 with no advancing.
           accept AnneesRetentionAnonym line 1 col 51.

       AnonymisationClientsInactifs.
           perform AnonymisationClientsInactifs-Init.
           perform AnonymisationClientsInactifs-Trt until Anonymisation-iterator = 1.
           perform AnonymisationClientsInactifs-Fin.

       AnonymisationClientsInactifs-Init.
           move 0 to Anonymisation-iterator.
           move 0 to NbClientsAnonymises.

      ***** Date de coupure : aujourd'hui moins N ans *****
           accept DateCutoffAnonym from date yyyymmdd.
           move DateCutoffAnonym(1:4) to AnneeCutoffAnonym.
           subtract AnneesRetentionAnonym from AnneeCutoffAnonym.
           move AnneeCutoffAnonym to DateCutoffAnonym(1:4).

      ***** Clients candidats : pas encore anonymises, aucun compte non clos, aucun mouvement *****
      ***** posterieur a la date de coupure sur leurs comptes *****
           exec sql
               declare C-ClientsInactifs cursor for
                   select CodeClient from Client
                   where Nom <> 'CLIENT ANONYMISE'
                     and not exists (select 1 from Compte
                           where Compte.CodeClient = Client.CodeClient
                             and ISNULL(Compte.Statut, 'O') <> 'C')
                     and not exists (select 1 from Compte
                           join MouvementCompte
                             on MouvementCompte.CodeBanque = Compte.CodeBanque
                            and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                            and MouvementCompte.RacineCompte = Compte.RacineCompte
                            and MouvementCompte.TypeCompte = Compte.TypeCompte
                           where Compte.CodeClient = Client.CodeClient
                             and MouvementCompte.DateMouvement >= :DateCutoffAnonym)
           end-exec.

           exec sql
               open C-ClientsInactifs
           end-exec.

           open output F-RapportAnonymisation.
           write E-RapportAnonymisation from " Clients anonymises (retention depassee, mouvements comptables conserves)".
           write E-RapportAnonymisation from " -------------------------------------------------------------------------".

       AnonymisationClientsInactifs-Trt.
           exec sql
               fetch C-ClientsInactifs into :CodeClientAnonym
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform AnonymisationClient
           else
               move 1 to Anonymisation-iterator
           end-if.

       AnonymisationClientsInactifs-Fin.
           exec sql
               close C-ClientsInactifs
           end-exec.
           close F-RapportAnonymisation.

           if ModeBatch(1:6) <> "ANONYM" then
               display "Clients anonymises : " line 1 col 1 with no advancing
               display NbClientsAnonymises line 1 col 22 with no advancing
               display " - Tapez Entree " line 1 col 29 with no advancing
               accept reponse
           end-if.

      ***** Anonymisation d'un client : etat civil et coordonnees neutralises, cle conservee *****
       AnonymisationClient.
           exec sql
               UPDATE Client
               SET Nom = 'CLIENT ANONYMISE', Prenom = ' ', Adresse = ' ',
                   Telephone = ' ', Email = ' '
               WHERE CodeClient = :CodeClientAnonym
           end-exec.
           add 1 to NbClientsAnonymises.
           move CodeClientAnonym to CodeClientAnonymEd of LigneRapportAnonym.
           write E-RapportAnonymisation from LigneRapportAnonym.

      **********************************************************************************************
      ***** Comptes inactifs - loi Eckert (sous-menu Exploitation, option E) *****
      ***** Run annuel : detection des comptes sans operation du client ni contact depuis *****
      ***** 12 mois (agios, interets et frais passes par la banque ne comptent pas), avis annuel *****
      ***** au titulaire par le module courriers (lettre INA), sortie d'inactivite des *****
      ***** comptes ou le client s'est manifeste, et au terme des 10 ans transfert du solde *****
      ***** a la Caisse des Depots : mouvement de cloture CDC, compte clos, ligne au fichier *****
      ***** de transfert. Le registre des comptes inactifs est edite a chaque run. Peut etre *****
      ***** lance sans surveillance avec ModeBatch = "INACTIFS" *****
      **********************************************************************************************
       ComptesInactifs.
           perform ComptesInactifs-Init.
           perform ComptesInactifs-Trt until Inactifs-iterator = 1.
           perform ComptesInactifs-Fin.

       ComptesInactifs-Init.
           move 0 to Inactifs-iterator.
           move 0 to NbComptesInactifsNouveaux.
           move 0 to NbComptesInactifsSuivis.
           move 0 to NbComptesReactives.
           move 0 to NbAvisInactifs.
           move 0 to NbTransfertsCdc.
           move 0 to TotalTransfertsCdc.

      ***** Date de coupure : aujourd'hui moins 12 mois *****
           accept DateJourInactifs from date yyyymmdd.
           move DateJourInactifs to DateCoupureInactifs.
           move DateCoupureInactifs(1:4) to AnneeCalculInactifs.
           subtract 1 from AnneeCalculInactifs.
           move AnneeCalculInactifs to DateCoupureInactifs(1:4).

           perform DetectionComptesInactifs.

           perform InitFichierCourriers.

           move "TRANSFERT CDC" to TypeEditionCourant.
           move "TransfertCdc" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierTransfertCdc.
           open output F-TransfertCdc.

           move "REGISTRE INACTIFS" to TypeEditionCourant.
           move "RegistreInactifs" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRegistreInactifs.
           open output F-RegistreInactifs.
           write E-RegistreInactifs from " Registre des comptes inactifs (loi Eckert)".
           write E-RegistreInactifs from " ------------------------------------------".
           write E-RegistreInactifs from LigneRegInactEntete7.
           move 3 to NbLignesRegistreInactifs.

      ***** Tous les comptes suivis en inactivite, y compris ceux detectes a l'instant *****
           exec sql
               declare C-ComptesInactifs cursor for
                   select CompteInactif.CodeBanque, CompteInactif.CodeGuichet,
                          CompteInactif.RacineCompte, CompteInactif.TypeCompte,
                          ISNULL(Compte.Devise, 'EUR'), ISNULL(Compte.Debit, 0), ISNULL(Compte.Credit, 0),
                          ISNULL((select max(left(MouvementCompte.DateMouvement, 8)) from MouvementCompte
                                  where MouvementCompte.CodeBanque = CompteInactif.CodeBanque
                                    and MouvementCompte.CodeGuichet = CompteInactif.CodeGuichet
                                    and MouvementCompte.RacineCompte = CompteInactif.RacineCompte
                                    and MouvementCompte.TypeCompte = CompteInactif.TypeCompte
                                    and ISNULL(MouvementCompte.CodeOperation, ' ') not in ('AGI', 'INT', 'FRS', 'FRI')),
                                 '00000000'),
                          ISNULL(Client.DateDernierContact, '00000000'),
                          CompteInactif.DateDerniereActivite, CompteInactif.DateDebutInactivite,
                          CompteInactif.DateEcheanceTransfert, ISNULL(CompteInactif.DateDernierAvis, ' '),
                          ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '), ISNULL(Client.Adresse, ' '),
                          ISNULL(Client.CodePostal, ' '), ISNULL(Client.Ville, ' ')
                   from CompteInactif
                   join Compte on Compte.CodeBanque = CompteInactif.CodeBanque
                       and Compte.CodeGuichet = CompteInactif.CodeGuichet
                       and Compte.RacineCompte = CompteInactif.RacineCompte
                       and Compte.TypeCompte = CompteInactif.TypeCompte
                   left join Client on Client.CodeClient = Compte.CodeClient
                   where CompteInactif.Statut = 'I'
                   order by CompteInactif.CodeBanque, CompteInactif.CodeGuichet,
                       CompteInactif.RacineCompte, CompteInactif.TypeCompte
           end-exec.

           exec sql
               open C-ComptesInactifs
           end-exec.

       ComptesInactifs-Trt.
           exec sql
               fetch C-ComptesInactifs into :LigneInactifCourante.CodeBanqueInact,
                   :LigneInactifCourante.CodeGuichetInact, :LigneInactifCourante.RacineCompteInact,
                   :LigneInactifCourante.TypeCompteInact, :LigneInactifCourante.DeviseInact,
                   :LigneInactifCourante.DebitInact, :LigneInactifCourante.CreditInact,
                   :LigneInactifCourante.DernierMvtInact, :LigneInactifCourante.DernierContactInact,
                   :LigneInactifCourante.DerniereActiviteInact, :LigneInactifCourante.DebutInactiviteInact,
                   :LigneInactifCourante.EcheanceInact, :LigneInactifCourante.DernierAvisInact,
                   :LigneInactifCourante.NomInact, :LigneInactifCourante.PrenomInact,
                   :LigneInactifCourante.AdresseInact, :LigneInactifCourante.CodePostalInact,
                   :LigneInactifCourante.VilleInact
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform TraitementCompteInactif
           else
               move 1 to Inactifs-iterator
           end-if.

       ComptesInactifs-Fin.
           exec sql
               close C-ComptesInactifs
           end-exec.

           move NbTransfertsCdc to NbTransfertsCdcEd of LigneTransfertCdcTotal.
           move TotalTransfertsCdc to TotalTransfertsCdcEd of LigneTransfertCdcTotal.
           write E-TransfertCdc from LigneTransfertCdcTotal.
           close F-TransfertCdc.

           move NbComptesInactifsNouveaux to NbNouveauxRegInact of LigneRegInactTotal.
           move NbAvisInactifs to NbAvisRegInact of LigneRegInactTotal.
           move NbComptesReactives to NbReactivesRegInact of LigneRegInactTotal.
           move NbTransfertsCdc to NbTransfertsRegInact of LigneRegInactTotal.
           write E-RegistreInactifs from " ".
           write E-RegistreInactifs from LigneRegInactTotal.
           add 2 to NbLignesRegistreInactifs.
           close F-RegistreInactifs.

           perform ClotureFichierCourriers.

           move "TRANSFERT CDC" to TypeEditionCourant.
           move NomFichierTransfertCdc to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbTransfertsCdc to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           move "REGISTRE INACTIFS" to TypeEditionCourant.
           move NomFichierRegistreInactifs to NomFichierEditionCourant.
           move NbLignesRegistreInactifs to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:8) <> "INACTIFS" then
               display "Comptes inactifs suivis : " line 1 col 1 with no advancing
               display NbComptesInactifsSuivis line 1 col 27 with no advancing
               display " - transferts CDC : " line 1 col 33 with no advancing
               display NbTransfertsCdc line 1 col 53 with no advancing
               display " - Tapez Entree " line 1 col 59 with no advancing
               accept reponse
           end-if.

      ***** Nouveaux inactifs : comptes ouverts ou bloques, pas encore suivis, dont la *****
      ***** derniere activite du client est anterieure a la coupure. Un compte sans aucune *****
      ***** date d'activite connue n'est pas qualifiable et reste hors registre *****
       DetectionComptesInactifs.
           exec sql
               declare C-DetectionInactifs cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte,
                          ISNULL((select max(left(MouvementCompte.DateMouvement, 8)) from MouvementCompte
                                  where MouvementCompte.CodeBanque = Compte.CodeBanque
                                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                                    and ISNULL(MouvementCompte.CodeOperation, ' ') not in ('AGI', 'INT', 'FRS', 'FRI')),
                                 '00000000'),
                          ISNULL(Client.DateDernierContact, '00000000')
                   from Compte
                   left join Client on Client.CodeClient = Compte.CodeClient
                   where ISNULL(Compte.Statut, 'O') in ('O', 'B')
                     and not exists (select 1 from CompteInactif
                           where CompteInactif.CodeBanque = Compte.CodeBanque
                             and CompteInactif.CodeGuichet = Compte.CodeGuichet
                             and CompteInactif.RacineCompte = Compte.RacineCompte
                             and CompteInactif.TypeCompte = Compte.TypeCompte
                             and CompteInactif.Statut = 'I')
           end-exec.
           exec sql
               open C-DetectionInactifs
           end-exec.
           move 0 to BoucleurInactifs.
           perform DetectionCompteInactif until BoucleurInactifs = 1.
           exec sql
               close C-DetectionInactifs
           end-exec.

       DetectionCompteInactif.
           exec sql
               fetch C-DetectionInactifs into :LigneInactifCourante.CodeBanqueInact,
                   :LigneInactifCourante.CodeGuichetInact, :LigneInactifCourante.RacineCompteInact,
                   :LigneInactifCourante.TypeCompteInact, :LigneInactifCourante.DernierMvtInact,
                   :LigneInactifCourante.DernierContactInact
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurInactifs
               exit paragraph
           end-if.

           perform CalculDerniereActivite.
           if DerniereActiviteInactif = "00000000" or DerniereActiviteInactif >= DateCoupureInactifs then
               exit paragraph
           end-if.

      ***** Inactif 12 mois apres la derniere activite, transfert 10 ans apres *****
           move DerniereActiviteInactif to DebutInactiviteInactif.
           move DebutInactiviteInactif(1:4) to AnneeCalculInactifs.
           add 1 to AnneeCalculInactifs.
           move AnneeCalculInactifs to DebutInactiviteInactif(1:4).
           move DerniereActiviteInactif to EcheanceInactif.
           move EcheanceInactif(1:4) to AnneeCalculInactifs.
           add 10 to AnneeCalculInactifs.
           move AnneeCalculInactifs to EcheanceInactif(1:4).

           exec sql
               INSERT INTO CompteInactif
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte, DateDerniereActivite,
                    DateDebutInactivite, DateEcheanceTransfert, DateDernierAvis, Statut)
               VALUES
                   (:LigneInactifCourante.CodeBanqueInact, :LigneInactifCourante.CodeGuichetInact,
                    :LigneInactifCourante.RacineCompteInact, :LigneInactifCourante.TypeCompteInact,
                    :DerniereActiviteInactif, :DebutInactiviteInactif, :EcheanceInactif, ' ', 'I')
           end-exec.
           add 1 to NbComptesInactifsNouveaux.

      ***** Derniere activite = plus recent du dernier mouvement du client et du dernier contact *****
       CalculDerniereActivite.
           move DernierMvtInact of LigneInactifCourante to DernierMvtInactif.
           move DernierContactInact of LigneInactifCourante to DernierContactInactif.
           if DernierContactInactif = spaces then
               move "00000000" to DernierContactInactif
           end-if.
           if DernierContactInactif > DernierMvtInactif then
               move DernierContactInactif to DerniereActiviteInactif
           else
               move DernierMvtInactif to DerniereActiviteInactif
           end-if.

      ***** Un compte suivi : sortie d'inactivite, transfert a echeance ou avis annuel *****
       TraitementCompteInactif.
           add 1 to NbComptesInactifsSuivis.
           move DebutInactiviteInact of LigneInactifCourante to DebutInactiviteInactif.
           move EcheanceInact of LigneInactifCourante to EcheanceInactif.
           move DernierAvisInact of LigneInactifCourante to DernierAvisInactif.
           compute SoldeInactif = CreditInact of LigneInactifCourante - DebitInact of LigneInactifCourante.

           move CodeBanqueInact of LigneInactifCourante to CodeBanqueRegInact of LigneRegInactDetail.
           move CodeGuichetInact of LigneInactifCourante to CodeGuichetRegInact of LigneRegInactDetail.
           move RacineCompteInact of LigneInactifCourante to RacineRegInact of LigneRegInactDetail.
           move TypeCompteInact of LigneInactifCourante to TypeRegInact of LigneRegInactDetail.
           move DerniereActiviteInact of LigneInactifCourante to DerniereActiviteRegInact of LigneRegInactDetail.
           move DebutInactiviteInactif to DebutInactiviteRegInact of LigneRegInactDetail.
           move EcheanceInactif to EcheanceRegInact of LigneRegInactDetail.
           move SoldeInactif to SoldeRegInact of LigneRegInactDetail.

      ***** Le client s'est manifeste depuis l'entree au registre : sortie d'inactivite *****
           perform CalculDerniereActivite.
           if DerniereActiviteInactif > DerniereActiviteInact of LigneInactifCourante then
               exec sql
                   UPDATE CompteInactif SET Statut = 'R', DateReactivation = :DateJourInactifs
                   WHERE CodeBanque = :LigneInactifCourante.CodeBanqueInact
                     AND CodeGuichet = :LigneInactifCourante.CodeGuichetInact
                     AND RacineCompte = :LigneInactifCourante.RacineCompteInact
                     AND TypeCompte = :LigneInactifCourante.TypeCompteInact
                     AND Statut = 'I'
               end-exec
               add 1 to NbComptesReactives
               move "Sorti d'inactivite" to SituationRegInact of LigneRegInactDetail
               perform EcritureRegistreInactif
               exit paragraph
           end-if.

      ***** Echeance atteinte : transfert seulement si un avis a ete emis une annee *****
      ***** anterieure, sinon l'avis part cette annee et le transfert au run suivant *****
           if EcheanceInactif <= DateJourInactifs and DernierAvisInactif <> spaces and
              DernierAvisInactif(1:4) < DateJourInactifs(1:4) then
               if SoldeInactif < 0 then
                   move "Echu, solde debiteur" to SituationRegInact of LigneRegInactDetail
               else
                   perform TransfertCompteInactifCdc
                   move "Transfere Caisse des Depots" to SituationRegInact of LigneRegInactDetail
               end-if
               perform EcritureRegistreInactif
               exit paragraph
           end-if.

           if DernierAvisInactif = spaces or DernierAvisInactif(1:4) < DateJourInactifs(1:4) then
               perform AvisCompteInactif
               move "Avis annuel emis" to SituationRegInact of LigneRegInactDetail
           else
               move "Inactif, avis de l'annee emis" to SituationRegInact of LigneRegInactDetail
           end-if.
           perform EcritureRegistreInactif.

       EcritureRegistreInactif.
           write E-RegistreInactifs from LigneRegInactDetail.
           add 1 to NbLignesRegistreInactifs.

      ***** Avis annuel au titulaire (lettre INA, solde en corps de texte) *****
       AvisCompteInactif.
           move "INA" to CodeLettreCourrier of DemandeCourrier.
           move CodeBanqueInact of LigneInactifCourante to CodeBanqueCourrier of DemandeCourrier.
           move CodeGuichetInact of LigneInactifCourante to CodeGuichetCourrier of DemandeCourrier.
           move RacineCompteInact of LigneInactifCourante to RacineCompteCourrier of DemandeCourrier.
           move TypeCompteInact of LigneInactifCourante to TypeCompteCourrier of DemandeCourrier.
           if SoldeInactif > 0 then
               move SoldeInactif to MontantCourrier of DemandeCourrier
           else
               move 0 to MontantCourrier of DemandeCourrier
           end-if.
           perform GenerationCourrier.
           exec sql
               UPDATE CompteInactif SET DateDernierAvis = :DateJourInactifs
               WHERE CodeBanque = :LigneInactifCourante.CodeBanqueInact
                 AND CodeGuichet = :LigneInactifCourante.CodeGuichetInact
                 AND RacineCompte = :LigneInactifCourante.RacineCompteInact
                 AND TypeCompte = :LigneInactifCourante.TypeCompteInact
                 AND Statut = 'I'
           end-exec.
           add 1 to NbAvisInactifs.

      ***** Transfert a la Caisse des Depots : solde debite (code CDC), compte clos avec ses *****
      ***** ordres et mandats, enregistrement au fichier de transfert *****
       TransfertCompteInactifCdc.
           perform InitSaisieMouvement.
           move CodeBanqueInact of LigneInactifCourante to CodeBanqueMvt.
           move CodeGuichetInact of LigneInactifCourante to CodeGuichetMvt.
           move RacineCompteInact of LigneInactifCourante to RacineCompteMvt.
           move TypeCompteInact of LigneInactifCourante to TypeCompteMvt.
           if SoldeInactif > 0 then
               perform LectureCompteMvt
               move "D" to SensMvt
               move SoldeInactif to MontantMvt
               move "Transfert Caisse des Depots (inactif)" to LibelleMvt
               move "CDC" to CodeOperationMvt
               perform MiseAJourSoldeCompteMvt
               perform EcritureMouvementGuichet
           end-if.

           exec sql
               UPDATE Compte SET Statut = 'C', DateCloture = :DateJourInactifs
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.
           exec sql
               UPDATE VirementPermanent SET Statut = 'X'
               WHERE CodeBanqueSource = :CodeBanqueMvt AND CodeGuichetSource = :CodeGuichetMvt
                 AND RacineCompteSource = :RacineCompteMvt AND TypeCompteSource = :TypeCompteMvt
                 AND Statut <> 'X'
           end-exec.
           exec sql
               UPDATE MandatPrelevement SET Statut = 'X'
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                 AND Statut <> 'X'
           end-exec.
           exec sql
               UPDATE CompteInactif
               SET Statut = 'T', DateTransfert = :DateJourInactifs, MontantTransfere = :SoldeInactif
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                 AND Statut = 'I'
           end-exec.

           move DateJourInactifs to DateTransfertCdc of LigneTransfertCdc.
           move CodeBanqueInact of LigneInactifCourante to CodeBanqueCdc of LigneTransfertCdc.
           move CodeGuichetInact of LigneInactifCourante to CodeGuichetCdc of LigneTransfertCdc.
           move RacineCompteInact of LigneInactifCourante to RacineCdc of LigneTransfertCdc.
           move TypeCompteInact of LigneInactifCourante to TypeCdc of LigneTransfertCdc.
           move DeviseInact of LigneInactifCourante to DeviseCdc of LigneTransfertCdc.
           move SoldeInactif to MontantCdc of LigneTransfertCdc.
           move DerniereActiviteInact of LigneInactifCourante to DerniereActiviteCdc of LigneTransfertCdc.
           move NomInact of LigneInactifCourante to NomCdc of LigneTransfertCdc.
           move PrenomInact of LigneInactifCourante to PrenomCdc of LigneTransfertCdc.
           move AdresseInact of LigneInactifCourante to AdresseCdc of LigneTransfertCdc.
           move CodePostalInact of LigneInactifCourante to CodePostalCdc of LigneTransfertCdc.
           move VilleInact of LigneInactifCourante to VilleCdc of LigneTransfertCdc.
           write E-TransfertCdc from LigneTransfertCdc.
           add 1 to NbTransfertsCdc.
           add SoldeInactif to TotalTransfertsCdc.

      **********************************************************************************************
      ***** Sauvegarde applicative de la base vers des fichiers a plat (Exploitation, option 2) *****
      ***** Decharge Banque, Client, Compte, MouvementCompte et HistoriqueCleRib en fichiers *****
      ***** delimites par ";", chacun clos par un trailer TOTAL;n. Peut etre lance sans *****
      ***** surveillance avec ModeBatch = "SAUVEGARDE" *****
      **********************************************************************************************
       SauvegardeBase.
           move 0 to TotalEnrSauvegardes.
           perform SauvegardeBanqueTable.
           perform SauvegardeClientTable.
           perform SauvegardeCompteTable.
           perform SauvegardeMouvementTable.
           perform SauvegardeHistoRibTable.

           if ModeBatch(1:10) <> "SAUVEGARDE" then
               display "Sauvegarde terminee : " line 1 col 1 with no advancing
               display TotalEnrSauvegardes line 1 col 23 with no advancing
               display " enregistrement(s) - Tapez Entree " line 1 col 30 with no advancing
               accept reponse
           end-if.

      *------------------------------------------------------------------
      * Sauvegarde de la table Banque
      *------------------------------------------------------------------
       SauvegardeBanqueTable.
           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrSvg.
           exec sql
               declare C-SvgBanque cursor for
                   select CodeBanque, NomBanque from Banque order by CodeBanque
           end-exec.
           exec sql
               open C-SvgBanque
           end-exec.
           open output F-SvgBanque.
           perform SauvegardeBanqueTable-Trt until Sauvegarde-iterator = 1.
           exec sql
               close C-SvgBanque
           end-exec.
           move spaces to E-SvgBanque.
           string "TOTAL;" NbEnrSvg delimited by size into E-SvgBanque.
           write E-SvgBanque.
           close F-SvgBanque.
           add NbEnrSvg to TotalEnrSauvegardes.

       SauvegardeBanqueTable-Trt.
           exec sql
               fetch C-SvgBanque into :Banque.CodeBanque, :Banque.NomBanque
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbEnrSvg
               move spaces to E-SvgBanque
               string CodeBanque of Banque ";" NomBanque of Banque
                   delimited by size into E-SvgBanque
               end-string
               write E-SvgBanque
           else
               move 1 to Sauvegarde-iterator
           end-if.

      *------------------------------------------------------------------
      * Sauvegarde de la table Client
      *------------------------------------------------------------------
       SauvegardeClientTable.
           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrSvg.
           exec sql
               declare C-SvgClient cursor for
                   select CodeClient, ISNULL(Intitule, ' '), Nom, ISNULL(Prenom, ' '),
                          ISNULL(CodePostal, ' '), ISNULL(Ville, ' '), ISNULL(Adresse, ' '),
                          ISNULL(Telephone, ' '), ISNULL(Email, ' ')
                   from Client order by CodeClient
           end-exec.
           exec sql
               open C-SvgClient
           end-exec.
           open output F-SvgClient.
           perform SauvegardeClientTable-Trt until Sauvegarde-iterator = 1.
           exec sql
               close C-SvgClient
           end-exec.
           move spaces to E-SvgClient.
           string "TOTAL;" NbEnrSvg delimited by size into E-SvgClient.
           write E-SvgClient.
           close F-SvgClient.
           add NbEnrSvg to TotalEnrSauvegardes.

       SauvegardeClientTable-Trt.
           exec sql
               fetch C-SvgClient into :Client.CodeClient, :Client.Intitule, :Client.Nom,
                   :Client.Prenom, :Client.CodePostal, :Client.Ville,
                   :Client.Adresse, :Client.Telephone, :Client.Email
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbEnrSvg
               move spaces to E-SvgClient
               string CodeClient of Client ";" Intitule of Client ";" Nom of Client ";"
                   Prenom of Client ";" CodePostal of Client ";" Ville of Client ";"
                   Adresse of Client ";" Telephone of Client ";" Email of Client
                   delimited by size into E-SvgClient
               end-string
               write E-SvgClient
           else
               move 1 to Sauvegarde-iterator
           end-if.

      *------------------------------------------------------------------
      * Sauvegarde de la table Compte (montants a decimale implicite)
      *------------------------------------------------------------------
       SauvegardeCompteTable.
           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrSvg.
           exec sql
               declare C-SvgCompte cursor for
                   select CodeClient, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          ISNULL(CleRib, ' '), ISNULL(Iban, ' '), ISNULL(Bic, ' '),
                          ISNULL(Devise, 'EUR'), ISNULL(Statut, 'O'), ISNULL(DateCloture, ' '),
                          ISNULL(DecouvertAutorise, 0), Debit, Credit
                   from Compte order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.
           exec sql
               open C-SvgCompte
           end-exec.
           open output F-SvgCompte.
           perform SauvegardeCompteTable-Trt until Sauvegarde-iterator = 1.
           exec sql
               close C-SvgCompte
           end-exec.
           move spaces to E-SvgCompte.
           string "TOTAL;" NbEnrSvg delimited by size into E-SvgCompte.
           write E-SvgCompte.
           close F-SvgCompte.
           add NbEnrSvg to TotalEnrSauvegardes.

       SauvegardeCompteTable-Trt.
           exec sql
               fetch C-SvgCompte into :Compte.CodeClient, :Compte.CodeBanque,
                   :Compte.CodeGuichet, :Compte.RacineCompte, :Compte.TypeCompte,
                   :Compte.CleRib, :Compte.Iban, :Compte.Bic, :Compte.Devise,
                   :Compte.Statut, :Compte.DateCloture,
                   :DecouvertSvg, :DebitSvg, :CreditSvg
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbEnrSvg
               move spaces to E-SvgCompte
               string CodeClient of Compte ";" CodeBanque of Compte ";"
                   CodeGuichet of Compte ";" RacineCompte of Compte ";"
                   TypeCompte of Compte ";" CleRib of Compte ";" Iban of Compte ";"
                   Bic of Compte ";" Devise of Compte ";" Statut of Compte ";"
                   DateCloture of Compte ";" DecouvertSvg ";" DebitSvg ";" CreditSvg
                   delimited by size into E-SvgCompte
               end-string
               write E-SvgCompte
           else
               move 1 to Sauvegarde-iterator
           end-if.

      *------------------------------------------------------------------
      * Sauvegarde de la table MouvementCompte
      *------------------------------------------------------------------
       SauvegardeMouvementTable.
           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrSvg.
           exec sql
               declare C-SvgMouvement cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, DateMouvement,
                          Sens, Montant, ISNULL(Libelle, ' '), ISNULL(CodeOperateur, ' '),
                          ISNULL(CodeOperation, ' '), ISNULL(DateValeur, ' ')
                   from MouvementCompte
                   order by CodeBanque, CodeGuichet, RacineCompte, TypeCompte, DateMouvement
           end-exec.
           exec sql
               open C-SvgMouvement
           end-exec.
           open output F-SvgMouvement.
           perform SauvegardeMouvementTable-Trt until Sauvegarde-iterator = 1.
           exec sql
               close C-SvgMouvement
           end-exec.
           move spaces to E-SvgMouvement.
           string "TOTAL;" NbEnrSvg delimited by size into E-SvgMouvement.
           write E-SvgMouvement.
           close F-SvgMouvement.
           add NbEnrSvg to TotalEnrSauvegardes.

       SauvegardeMouvementTable-Trt.
           exec sql
               fetch C-SvgMouvement into :MouvementCompte.CodeBanque,
                   :MouvementCompte.CodeGuichet, :MouvementCompte.RacineCompte,
                   :MouvementCompte.TypeCompte, :MouvementCompte.DateMouvement,
                   :MouvementCompte.Sens, :MontantMvtSvg,
                   :MouvementCompte.Libelle, :MouvementCompte.CodeOperateur,
                   :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbEnrSvg
               move spaces to E-SvgMouvement
               string CodeBanque of MouvementCompte ";" CodeGuichet of MouvementCompte ";"
                   RacineCompte of MouvementCompte ";" TypeCompte of MouvementCompte ";"
                   DateMouvement of MouvementCompte ";" Sens of MouvementCompte ";"
                   MontantMvtSvg ";" Libelle of MouvementCompte ";"
                   CodeOperateur of MouvementCompte ";"
                   CodeOperation of MouvementCompte ";" DateValeur of MouvementCompte
                   delimited by size into E-SvgMouvement
               end-string
               write E-SvgMouvement
           else
               move 1 to Sauvegarde-iterator
           end-if.

      *------------------------------------------------------------------
      * Sauvegarde de la table HistoriqueCleRib
      *------------------------------------------------------------------
       SauvegardeHistoRibTable.
           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrSvg.
           exec sql
               declare C-SvgHistoRib cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          AncienneCleRib, NouvelleCleRib,
                          convert(varchar(19), DateCorrection, 120), ISNULL(CodeOperateur, ' ')
                   from HistoriqueCleRib
                   order by DateCorrection
           end-exec.
           exec sql
               open C-SvgHistoRib
           end-exec.
           open output F-SvgHistoRib.
           perform SauvegardeHistoRibTable-Trt until Sauvegarde-iterator = 1.
           exec sql
               close C-SvgHistoRib
           end-exec.
           move spaces to E-SvgHistoRib.
           string "TOTAL;" NbEnrSvg delimited by size into E-SvgHistoRib.
           write E-SvgHistoRib.
           close F-SvgHistoRib.
           add NbEnrSvg to TotalEnrSauvegardes.

       SauvegardeHistoRibTable-Trt.
           exec sql
               fetch C-SvgHistoRib into :LigneHistoRib.CodeBanque,
                   :LigneHistoRib.CodeGuichet, :LigneHistoRib.RacineCompte,
                   :LigneHistoRib.TypeCompte, :LigneHistoRib.AncienneCle,
                   :LigneHistoRib.NouvelleCle, :LigneHistoRib.DateCorrection,
                   :LigneHistoRib.CodeOperateur
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbEnrSvg
               move spaces to E-SvgHistoRib
               string CodeBanque of LigneHistoRib ";" CodeGuichet of LigneHistoRib ";"
                   RacineCompte of LigneHistoRib ";" TypeCompte of LigneHistoRib ";"
                   AncienneCle of LigneHistoRib ";" NouvelleCle of LigneHistoRib ";"
                   DateCorrection of LigneHistoRib ";" CodeOperateur of LigneHistoRib
                   delimited by size into E-SvgHistoRib
               end-string
               write E-SvgHistoRib
           else
               move 1 to Sauvegarde-iterator
           end-if.

      **********************************************************************************************
      ***** Rechargement de la base depuis les fichiers de sauvegarde (Exploitation, option 3) *****
      ***** Repeuple une base VIDE : toute table non vide est refusee, et le nombre *****
      ***** d'enregistrements recharges est verifie contre le trailer TOTAL de chaque fichier. *****
      ***** Peut etre lance sans surveillance avec ModeBatch = "RECHARGE" *****
      **********************************************************************************************
       RechargeBase.
           move "O" to RechargeBaseOK.
           move 0 to TotalEnrRecharges.
           perform RechargeBanqueTable.
           perform RechargeClientTable.
           perform RechargeCompteTable.
           perform RechargeMouvementTable.
           perform RechargeHistoRibTable.

           if ModeBatch(1:8) <> "RECHARGE" then
               if RechargeBaseOK = "O" then
                   display "Rechargement termine et verifie : " line 1 col 1 with no advancing
                   display TotalEnrRecharges line 1 col 35 with no advancing
                   display " enregistrement(s) - Tapez Entree " line 1 col 42 with no advancing
               else
                   display "RECHARGEMENT EN ANOMALIE (comptages ou tables non vides) - Tapez Entree " line 1 col 1 bell with no advancing
               end-if
               accept reponse
           end-if.

      ***** Controles communs d'un rechargement de table : table cible vide, trailer conforme *****
       ControleTableVideSvg.
           move "O" to RechargeTableOK.
           if NbLignesTableSvg > 0 then
               move "N" to RechargeTableOK
               move "N" to RechargeBaseOK
               display " ** Table cible non vide : rechargement refuse ** " line 25 col 1 bell blink
           end-if.

       VerificationComptageSvg.
           if TrailerSvgLu = "N" or NbEnrAttendusSvg not = NbEnrRechargesSvg then
               move "N" to RechargeBaseOK
               display " ** Comptage discordant entre fichier et base ** " line 25 col 1 bell blink
           end-if.
           add NbEnrRechargesSvg to TotalEnrRecharges.

      *------------------------------------------------------------------
      * Rechargement de la table Banque
      *------------------------------------------------------------------
       RechargeBanqueTable.
           exec sql
               select count(*) into :NbLignesTableSvg from Banque
           end-exec.
           perform ControleTableVideSvg.
           if RechargeTableOK = "N" then
               exit paragraph
           end-if.

           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrRechargesSvg.
           move 0 to NbEnrAttendusSvg.
           move "N" to TrailerSvgLu.
           open input F-SvgBanque.
           perform RechargeBanqueTable-Trt until Sauvegarde-iterator = 1.
           close F-SvgBanque.
           perform VerificationComptageSvg.

       RechargeBanqueTable-Trt.
           read F-SvgBanque
               at end
                   move 1 to Sauvegarde-iterator
               not at end
                   if E-SvgBanque(1:6) = "TOTAL;" then
                       unstring E-SvgBanque delimited by ";" into MotTrailerSvg, NbEnrAttendusSvg
                       move "O" to TrailerSvgLu
                       move 1 to Sauvegarde-iterator
                   else
                       unstring E-SvgBanque delimited by ";" into
                         CodeBanque of Banque
                         NomBanque of Banque
                       end-unstring
                       exec sql
                           INSERT INTO Banque (CodeBanque, NomBanque)
                           VALUES (:Banque.CodeBanque, :Banque.NomBanque)
                       end-exec
                       add 1 to NbEnrRechargesSvg
                   end-if
           end-read.

      *------------------------------------------------------------------
      * Rechargement de la table Client
      *------------------------------------------------------------------
       RechargeClientTable.
           exec sql
               select count(*) into :NbLignesTableSvg from Client
           end-exec.
           perform ControleTableVideSvg.
           if RechargeTableOK = "N" then
               exit paragraph
           end-if.

           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrRechargesSvg.
           move 0 to NbEnrAttendusSvg.
           move "N" to TrailerSvgLu.
           open input F-SvgClient.
           perform RechargeClientTable-Trt until Sauvegarde-iterator = 1.
           close F-SvgClient.
           perform VerificationComptageSvg.

       RechargeClientTable-Trt.
           read F-SvgClient
               at end
                   move 1 to Sauvegarde-iterator
               not at end
                   if E-SvgClient(1:6) = "TOTAL;" then
                       unstring E-SvgClient delimited by ";" into MotTrailerSvg, NbEnrAttendusSvg
                       move "O" to TrailerSvgLu
                       move 1 to Sauvegarde-iterator
                   else
                       unstring E-SvgClient delimited by ";" into
                         CodeClient of Client
                         Intitule of Client
                         Nom of Client
                         Prenom of Client
                         CodePostal of Client
                         Ville of Client
                         Adresse of Client
                         Telephone of Client
                         Email of Client
                       end-unstring
                       exec sql
                           INSERT INTO Client (CodeClient, Intitule, Nom, Prenom, CodePostal,
                               Ville, Adresse, Telephone, Email)
                           VALUES (:Client.CodeClient, :Client.Intitule, :Client.Nom,
                               :Client.Prenom, :Client.CodePostal, :Client.Ville,
                               :Client.Adresse, :Client.Telephone, :Client.Email)
                       end-exec
                       add 1 to NbEnrRechargesSvg
                   end-if
           end-read.

      *------------------------------------------------------------------
      * Rechargement de la table Compte
      *------------------------------------------------------------------
       RechargeCompteTable.
           exec sql
               select count(*) into :NbLignesTableSvg from Compte
           end-exec.
           perform ControleTableVideSvg.
           if RechargeTableOK = "N" then
               exit paragraph
           end-if.

           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrRechargesSvg.
           move 0 to NbEnrAttendusSvg.
           move "N" to TrailerSvgLu.
           open input F-SvgCompte.
           perform RechargeCompteTable-Trt until Sauvegarde-iterator = 1.
           close F-SvgCompte.
           perform VerificationComptageSvg.

       RechargeCompteTable-Trt.
           read F-SvgCompte
               at end
                   move 1 to Sauvegarde-iterator
               not at end
                   if E-SvgCompte(1:6) = "TOTAL;" then
                       unstring E-SvgCompte delimited by ";" into MotTrailerSvg, NbEnrAttendusSvg
                       move "O" to TrailerSvgLu
                       move 1 to Sauvegarde-iterator
                   else
                       unstring E-SvgCompte delimited by ";" into
                         CodeClient of Compte
                         CodeBanque of Compte
                         CodeGuichet of Compte
                         RacineCompte of Compte
                         TypeCompte of Compte
                         CleRib of Compte
                         Iban of Compte
                         Bic of Compte
                         Devise of Compte
                         Statut of Compte
                         DateCloture of Compte
                         DecouvertCentimesSvg
                         DebitCentimesSvg
                         CreditCentimesSvg
                       end-unstring
      ***** Montants relus en centimes entiers, reconvertis en euros avant insertion *****
                       divide DecouvertCentimesSvg by 100 giving DecouvertSvg
                       divide DebitCentimesSvg by 100 giving DebitSvg
                       divide CreditCentimesSvg by 100 giving CreditSvg
                       exec sql
                           INSERT INTO Compte (CodeClient, CodeBanque, CodeGuichet,
                               RacineCompte, TypeCompte, CleRib, Iban, Bic, Devise, Statut,
                               DateCloture, DecouvertAutorise, Debit, Credit)
                           VALUES (:Compte.CodeClient, :Compte.CodeBanque, :Compte.CodeGuichet,
                               :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib,
                               :Compte.Iban, :Compte.Bic, :Compte.Devise, :Compte.Statut,
                               :Compte.DateCloture, :DecouvertSvg, :DebitSvg, :CreditSvg)
                       end-exec
                       add 1 to NbEnrRechargesSvg
                   end-if
           end-read.

      *------------------------------------------------------------------
      * Rechargement de la table MouvementCompte
      *------------------------------------------------------------------
       RechargeMouvementTable.
           exec sql
               select count(*) into :NbLignesTableSvg from MouvementCompte
           end-exec.
           perform ControleTableVideSvg.
           if RechargeTableOK = "N" then
               exit paragraph
           end-if.

           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrRechargesSvg.
           move 0 to NbEnrAttendusSvg.
           move "N" to TrailerSvgLu.
           open input F-SvgMouvement.
           perform RechargeMouvementTable-Trt until Sauvegarde-iterator = 1.
           close F-SvgMouvement.
           perform VerificationComptageSvg.

       RechargeMouvementTable-Trt.
           read F-SvgMouvement
               at end
                   move 1 to Sauvegarde-iterator
               not at end
                   if E-SvgMouvement(1:6) = "TOTAL;" then
                       unstring E-SvgMouvement delimited by ";" into MotTrailerSvg, NbEnrAttendusSvg
                       move "O" to TrailerSvgLu
                       move 1 to Sauvegarde-iterator
                   else
                       unstring E-SvgMouvement delimited by ";" into
                         CodeBanque of MouvementCompte
                         CodeGuichet of MouvementCompte
                         RacineCompte of MouvementCompte
                         TypeCompte of MouvementCompte
                         DateMouvement of MouvementCompte
                         Sens of MouvementCompte
                         MontantCentimesMvtSvg
                         Libelle of MouvementCompte
                         CodeOperateur of MouvementCompte
                         CodeOperation of MouvementCompte
                         DateValeur of MouvementCompte
                       end-unstring
      ***** Montant relu en centimes entiers, reconverti en euros avant insertion *****
                       divide MontantCentimesMvtSvg by 100 giving MontantMvtSvg
                       exec sql
                           INSERT INTO MouvementCompte (CodeBanque, CodeGuichet, RacineCompte,
                               TypeCompte, DateMouvement, Sens, Montant, Libelle, CodeOperateur,
                               CodeOperation, DateValeur)
                           VALUES (:MouvementCompte.CodeBanque, :MouvementCompte.CodeGuichet,
                               :MouvementCompte.RacineCompte, :MouvementCompte.TypeCompte,
                               :MouvementCompte.DateMouvement, :MouvementCompte.Sens,
                               :MontantMvtSvg, :MouvementCompte.Libelle,
                               :MouvementCompte.CodeOperateur,
                               :MouvementCompte.CodeOperation, :MouvementCompte.DateValeur)
                       end-exec
                       add 1 to NbEnrRechargesSvg
                   end-if
           end-read.

      *------------------------------------------------------------------
      * Rechargement de la table HistoriqueCleRib
      *------------------------------------------------------------------
       RechargeHistoRibTable.
           exec sql
               select count(*) into :NbLignesTableSvg from HistoriqueCleRib
           end-exec.
           perform ControleTableVideSvg.
           if RechargeTableOK = "N" then
               exit paragraph
           end-if.

           move 0 to Sauvegarde-iterator.
           move 0 to NbEnrRechargesSvg.
           move 0 to NbEnrAttendusSvg.
           move "N" to TrailerSvgLu.
           open input F-SvgHistoRib.
           perform RechargeHistoRibTable-Trt until Sauvegarde-iterator = 1.
           close F-SvgHistoRib.
           perform VerificationComptageSvg.

       RechargeHistoRibTable-Trt.
           read F-SvgHistoRib
               at end
                   move 1 to Sauvegarde-iterator
               not at end
                   if E-SvgHistoRib(1:6) = "TOTAL;" then
                       unstring E-SvgHistoRib delimited by ";" into MotTrailerSvg, NbEnrAttendusSvg
                       move "O" to TrailerSvgLu
                       move 1 to Sauvegarde-iterator
                   else
                       unstring E-SvgHistoRib delimited by ";" into
                         CodeBanque of LigneHistoRib
                         CodeGuichet of LigneHistoRib
                         RacineCompte of LigneHistoRib
                         TypeCompte of LigneHistoRib
                         AncienneCle of LigneHistoRib
                         NouvelleCle of LigneHistoRib
                         DateCorrection of LigneHistoRib
                         CodeOperateur of LigneHistoRib
                       end-unstring
                       exec sql
                           INSERT INTO HistoriqueCleRib (CodeBanque, CodeGuichet, RacineCompte,
                               TypeCompte, AncienneCleRib, NouvelleCleRib, DateCorrection,
                               CodeOperateur)
                           VALUES (:LigneHistoRib.CodeBanque, :LigneHistoRib.CodeGuichet,
                               :LigneHistoRib.RacineCompte, :LigneHistoRib.TypeCompte,
                               :LigneHistoRib.AncienneCle, :LigneHistoRib.NouvelleCle,
                               :LigneHistoRib.DateCorrection, :LigneHistoRib.CodeOperateur)
                       end-exec
                       add 1 to NbEnrRechargesSvg
                   end-if
           end-read.

      **********************************************************************************************
      ***** Consultation de l'historique des corrections de cle RIB (Consultations, option 3) *****
      ***** Repond a l'ecran aux questions des agences sur un RIB corrige, sans ouvrir SQL *****
      ***** Server a la main : cle de compte ou banque + fenetre de dates, pagination *****
      ***** [S]uivante/[P]recedente comme ListeBanque *****
      **********************************************************************************************
       HistoriqueCleRibConsultation.
           perform SaisieFiltreHistoRib.
           perform HistoRib-Init.
           perform HistoRib-Trt until HistoRib-iterator = 1.
           perform HistoRib-Fin.

       SaisieFiltreHistoRib.
           move " " to CodeBanqueHisto.
           move " " to CodeGuichetHisto.
           move " " to RacineCompteHisto.
           move " " to TypeCompteHisto.
           move " " to DateDebutHisto.
           move " " to DateFinHisto.
           display HistoRib-Saisie.
           accept HistoRib-Saisie.

       HistoRib-Init.
           move 0 to HistoRib-iterator.

      ***** Curseur scrollable pour permettre le retour en page precedente *****
           exec sql
               declare C-HistoRib scroll cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          AncienneCleRib, NouvelleCleRib,
                          convert(varchar(19), DateCorrection, 120),
                          ISNULL(CodeOperateur, ' ')
                   from HistoriqueCleRib
                   where (:CodeBanqueHisto = ' ' or CodeBanque = :CodeBanqueHisto)
                     and (:CodeGuichetHisto = ' ' or CodeGuichet = :CodeGuichetHisto)
                     and (:RacineCompteHisto = ' ' or RacineCompte = :RacineCompteHisto)
                     and (:TypeCompteHisto = ' ' or TypeCompte = :TypeCompteHisto)
                     and (:DateDebutHisto = ' ' or convert(varchar(8), DateCorrection, 112) >= :DateDebutHisto)
                     and (:DateFinHisto = ' ' or convert(varchar(8), DateCorrection, 112) <= :DateFinHisto)
                   order by DateCorrection
           end-exec.

           exec sql
               open C-HistoRib
           end-exec.

           display HistoRib-E.
           move 5 to NoLigne.

       HistoRib-Trt.
           exec sql
               fetch C-HistoRib into :LigneHistoRib.CodeBanque,
                   :LigneHistoRib.CodeGuichet,
                   :LigneHistoRib.RacineCompte,
                   :LigneHistoRib.TypeCompte,
                   :LigneHistoRib.AncienneCle,
                   :LigneHistoRib.NouvelleCle,
                   :LigneHistoRib.DateCorrection,
                   :LigneHistoRib.CodeOperateur
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneHistoRib
           else
               move 1 to HistoRib-iterator
               display "Fin de l'historique des corrections - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

       HistoRib-Fin.
           exec sql
               close C-HistoRib
           end-exec.

       AffichageLigneHistoRib.
           add 1 to NoLigne.
           display HistoRib-Contenu.

           if Noligne = 21 then
               display "Page [S]uivante - [P]recedente - [M]enu : " line 1 col 2 blank line with no advancing
               accept reponse

               if reponse = "m" or reponse = "M" then
                   move 1 to HistoRib-iterator
               else
                   if reponse = "p" or reponse = "P" then
                       exec sql
                           fetch relative -32 from C-HistoRib
                       end-exec
                   end-if
                   move 5 to NoLigne
                   display HistoRib-F
               end-if
           end-if.

      **********************************************************************************************
      ***** Acquittement des alertes batch (sous-menu Consultations, option 8) *****
      ***** Liste numerotee des pannes non acquittees ; l'acquittement stampe l'operateur *****
      ***** et l'heure, et leve le blocage des modes critiques *****
      **********************************************************************************************
       AcquittementAlertes.
           move 0 to Acquittement-iterator.
           perform AcquittementAlertes-Trt until Acquittement-iterator = 1.

       AcquittementAlertes-Trt.
           display AlerteBatch-E.

           exec sql
               declare C-Alertes cursor for
                   select IdAlerte, Mode, Resultat,
                          convert(varchar(19), DateAlerte, 120),
                          ISNULL(Bloquante, 'N')
                   from AlerteBatch
                   where Acquittee = 'N'
                   order by DateAlerte
           end-exec.
           exec sql
               open C-Alertes
           end-exec.

           move 0 to NbAlertesAffichees.
           move 4 to NoLigneAlerte.
           move 0 to BoucleurAlerte.
           perform AffichageLigneAlerte until BoucleurAlerte = 1.

           exec sql
               close C-Alertes
           end-exec.

           if NbAlertesAffichees = 0 then
               display "Aucune alerte a acquitter - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
               move 1 to Acquittement-iterator
               exit paragraph
           end-if.

           move 0 to NoAlerteSaisi.
           display "No de l'alerte a acquitter (0 = retour) : " line 1 col 2 with no advancing.
           accept NoAlerteSaisi line 1 col 45.

           if NoAlerteSaisi = 0 then
               move 1 to Acquittement-iterator
           else
               if NoAlerteSaisi <= NbAlertesAffichees then
                   move IdAlerteTable(NoAlerteSaisi) to IdAlerteCourante
                   exec sql
                       UPDATE AlerteBatch
                       SET Acquittee = 'O',
                           OperateurAcquittement = :CodeOperateurSigne,
                           DateAcquittement = getdate()
                       WHERE IdAlerte = :IdAlerteCourante
                   end-exec
                   display " ** Alerte acquittee ** " line 25 col 1
               else
                   display " ** Numero d'alerte invalide ** " line 25 col 1 bell blink
               end-if
           end-if.

       AffichageLigneAlerte.
           exec sql
               fetch C-Alertes into :LigneAlerteCourante.IdAlerteAl,
                   :LigneAlerteCourante.ModeAl,
                   :LigneAlerteCourante.ResultatAl,
                   :LigneAlerteCourante.DateAl,
                   :LigneAlerteCourante.BloquanteAl
           end-exec.
           if (SqlCode = 0 or SqlCode = 1) and NbAlertesAffichees < 16 then
               add 1 to NbAlertesAffichees
               add 1 to NoLigneAlerte
               move IdAlerteAl of LigneAlerteCourante to IdAlerteTable(NbAlertesAffichees)
               display AlerteBatch-Contenu
           else
               move 1 to BoucleurAlerte
           end-if.

      **********************************************************************************************
      ***** Journal des sessions operateur (sous-menu Consultations, option 7) *****
      ***** Liste chronologique melant les lignes SESSION (sign-on, avec debut et fin) et *****
      ***** les lignes OPTION (option sensible entree), filtrable par date et operateur *****
      **********************************************************************************************
       JournalSessionConsultation.
           perform SaisieFiltreJournalSession.
           perform JournalSession-Init.
           perform JournalSession-Trt until JournalSession-iterator = 1.
           perform JournalSession-Fin.

       SaisieFiltreJournalSession.
           move " " to OperateurSessionFiltre.
           move " " to DateDebutSession.
           move " " to DateFinSession.
           display JournalSession-Saisie.
           accept JournalSession-Saisie.

       JournalSession-Init.
           move 0 to JournalSession-iterator.

      ***** Curseur scrollable pour permettre le retour en page precedente *****
           exec sql
               declare C-JournalSession scroll cursor for
                   select CodeOperateur,
                          convert(varchar(19), DateDebut, 120),
                          ISNULL(convert(varchar(19), DateFin, 120), ' '),
                          Origine, 'SESSION', ' '
                   from JournalSession
                   where (:OperateurSessionFiltre = ' ' or CodeOperateur = :OperateurSessionFiltre)
                     and (:DateDebutSession = ' ' or convert(varchar(8), DateDebut, 112) >= :DateDebutSession)
                     and (:DateFinSession = ' ' or convert(varchar(8), DateDebut, 112) <= :DateFinSession)
                   union all
                   select JournalSession.CodeOperateur,
                          convert(varchar(19), JournalSessionOption.DateAction, 120),
                          ' ', JournalSession.Origine, 'OPTION',
                          convert(varchar(2), JournalSessionOption.OptionMenu)
                   from JournalSessionOption
                   join JournalSession
                     on JournalSession.IdSession = JournalSessionOption.IdSession
                   where (:OperateurSessionFiltre = ' ' or JournalSession.CodeOperateur = :OperateurSessionFiltre)
                     and (:DateDebutSession = ' ' or convert(varchar(8), JournalSessionOption.DateAction, 112) >= :DateDebutSession)
                     and (:DateFinSession = ' ' or convert(varchar(8), JournalSessionOption.DateAction, 112) <= :DateFinSession)
                   order by 2
           end-exec.

           exec sql
               open C-JournalSession
           end-exec.

           display JournalSession-E.
           move 5 to NoLigneSession.

       JournalSession-Trt.
           exec sql
               fetch C-JournalSession into :LigneSessionCourante.OperateurSes,
                   :LigneSessionCourante.DateDebutSes,
                   :LigneSessionCourante.DateFinSes,
                   :LigneSessionCourante.OrigineSes,
                   :LigneSessionCourante.TypeLigneSes,
                   :LigneSessionCourante.OptionSes
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneSession
           else
               move 1 to JournalSession-iterator
               display "Fin du journal des sessions - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

       JournalSession-Fin.
           exec sql
               close C-JournalSession
           end-exec.

       AffichageLigneSession.
           add 1 to NoLigneSession.
           display JournalSession-Contenu.

           if NoLigneSession = 21 then
               display "Page [S]uivante - [P]recedente - [M]enu : " line 1 col 2 blank line with no advancing
               accept reponse

               if reponse = "m" or reponse = "M" then
                   move 1 to JournalSession-iterator
               else
      ***** Page precedente : on recule de deux pages de 16 lignes *****
                   if reponse = "p" or reponse = "P" then
                       exec sql
                           fetch relative -32 from C-JournalSession
                       end-exec
                   end-if
                   move 5 to NoLigneSession
                   display JournalSession-F
               end-if
           end-if.

      **********************************************************************************************
      ***** Audit des referentiels (sous-menu Consultations, option 6) *****
      ***** Consultation filtree des lignes avant/apres ecrites par les ecrans d'entretien *****
      ***** des tables, meme navigation que l'historique des corrections de cle RIB *****
      **********************************************************************************************
       AuditReferentielConsultation.
           perform SaisieFiltreAuditRef.
           perform AuditRef-Init.
           perform AuditRef-Trt until AuditRef-iterator = 1.
           perform AuditRef-Fin.

       SaisieFiltreAuditRef.
           move " " to TableAuditFiltre.
           move " " to OperateurAuditFiltre.
           move " " to DateDebutAudit.
           move " " to DateFinAudit.
           display AuditRef-Saisie.
           accept AuditRef-Saisie.

       AuditRef-Init.
           move 0 to AuditRef-iterator.

      ***** Curseur scrollable pour permettre le retour en page precedente *****
           exec sql
               declare C-AuditRef scroll cursor for
                   select convert(varchar(19), DateAudit, 120),
                          NomTable, Action, CleLigne,
                          ISNULL(AnciennesValeurs, ' '), ISNULL(NouvellesValeurs, ' '),
                          ISNULL(CodeOperateur, ' ')
                   from AuditReferentiel
                   where (:TableAuditFiltre = ' ' or NomTable = :TableAuditFiltre)
                     and (:OperateurAuditFiltre = ' ' or CodeOperateur = :OperateurAuditFiltre)
                     and (:DateDebutAudit = ' ' or convert(varchar(8), DateAudit, 112) >= :DateDebutAudit)
                     and (:DateFinAudit = ' ' or convert(varchar(8), DateAudit, 112) <= :DateFinAudit)
                   order by DateAudit
           end-exec.

           exec sql
               open C-AuditRef
           end-exec.

           display AuditRef-E.
           move 5 to NoLigneAudit.

       AuditRef-Trt.
           exec sql
               fetch C-AuditRef into :LigneAuditCourante.DateAud,
                   :LigneAuditCourante.TableAud,
                   :LigneAuditCourante.ActionAud,
                   :LigneAuditCourante.CleAud,
                   :LigneAuditCourante.AncienAud,
                   :LigneAuditCourante.NouveauAud,
                   :LigneAuditCourante.OperateurAud
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               perform AffichageLigneAuditRef
           else
               move 1 to AuditRef-iterator
               display "Fin de l'audit des referentiels - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

       AuditRef-Fin.
           exec sql
               close C-AuditRef
           end-exec.

      ***** Deux lignes d'ecran par enregistrement : entete puis valeurs avant/apres *****
       AffichageLigneAuditRef.
           add 1 to NoLigneAudit.
           display AuditRef-Contenu.
           add 1 to NoLigneAudit.
           display AuditRef-Valeurs.

           if NoLigneAudit >= 21 then
               display "Page [S]uivante - [P]recedente - [M]enu : " line 1 col 2 blank line with no advancing
               accept reponse

               if reponse = "m" or reponse = "M" then
                   move 1 to AuditRef-iterator
               else
      ***** Page precedente : on recule de deux pages de 8 enregistrements *****
                   if reponse = "p" or reponse = "P" then
                       exec sql
                           fetch relative -16 from C-AuditRef
                       end-exec
                   end-if
                   move 5 to NoLigneAudit
                   display AuditRef-F
               end-if
           end-if.

      ***** Ecriture d'une ligne d'audit (appele par les ecrans d'entretien des tables) *****
       EcritureAuditReferentiel.
           exec sql
               INSERT INTO AuditReferentiel
                   (DateAudit, NomTable, Action, CleLigne, AnciennesValeurs,
                    NouvellesValeurs, CodeOperateur)
               VALUES
                   (getdate(), :TableAudit, :ActionAudit, :CleAudit,
                    :AnciennesValeursAudit, :NouvellesValeursAudit,
                    :CodeOperateurSigne)
           end-exec.

      **********************************************************************************************
      ***** Catalogue des editions (sous-menu Consultations, option 4) *****
      ***** Liste les editions conservees (les fiches au-dela de l'horizon de retention sont *****
      ***** purgees a l'entree), et permet de re-afficher une edition passee a l'ecran *****
      **********************************************************************************************
       CatalogueEditions.
           perform CatalogueEditions-Init.
           perform CatalogueEditions-Trt until CatalogueEditions-iterator = 1.
           perform CatalogueEditions-Fin.

       CatalogueEditions-Init.
           move 0 to CatalogueEditions-iterator.

      ***** Purge des fiches plus vieilles que l'horizon de retention configure *****
           exec sql
               DELETE FROM CatalogueEdition
               WHERE DateEdition < dateadd(day, 0 - :HorizonCatalogueJours, getdate())
           end-exec.

       CatalogueEditions-Trt.
           perform AffichageListeCatalogue.

           display "No d'edition a re-afficher (vide = retour) : " line 23 col 2 with no advancing.
           move 0 to NoEditionChoisie.
           accept NoEditionChoisie line 23 col 48.

           if NoEditionChoisie > 0 and NoEditionChoisie <= MaxCatalogue then
               move NomFichierEcranCat(NoEditionChoisie) to NomFichierRelue
               perform RelectureEdition
           else
               move 1 to CatalogueEditions-iterator
           end-if.

       CatalogueEditions-Fin.
           continue.

      ***** Liste numerotee des dernieres editions cataloguees (50 au plus, recentes d'abord) *****
       AffichageListeCatalogue.
           display CatalogueEditions-E.
           move 0 to MaxCatalogue.
           move 4 to NoLigneCatalogue.
           move 0 to BoucleurVirPerm.

           exec sql
               declare C-Catalogue cursor for
                   select NomFichier, TypeEdition, convert(varchar(19), DateEdition, 120),
                          ISNULL(NbPages, 0), ISNULL(NbLignes, 0)
                   from CatalogueEdition
                   order by DateEdition DESC
           end-exec.
           exec sql
               open C-Catalogue
           end-exec.

           perform AffichageLigneCatalogue until BoucleurVirPerm = 1.

           exec sql
               close C-Catalogue
           end-exec.

       AffichageLigneCatalogue.
           exec sql
               fetch C-Catalogue into :LigneCatalogue.NomFichierCat,
                   :LigneCatalogue.TypeCat, :LigneCatalogue.DateCat,
                   :LigneCatalogue.NbPagesCat, :LigneCatalogue.NbLignesCat
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxCatalogue < 50 then
               add 1 to MaxCatalogue
               move MaxCatalogue to NoEditionChoisie
               move NomFichierCat of LigneCatalogue to NomFichierEcranCat(MaxCatalogue)
      ***** Affichage du nom sans le chemin commun des editions (chemin sur 69 caracteres) *****
               move NomFichierCat of LigneCatalogue to NomFichierRelue
               move NomFichierRelue(70:24) to NomCourtAfficheCat
               add 1 to NoLigneCatalogue
               display CatalogueEditions-Contenu
               if NoLigneCatalogue = 21 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLigneCatalogue
               end-if
           else
               move 1 to BoucleurVirPerm
           end-if.

      ***** Re-affichage du contenu d'une edition passee, 20 lignes par page *****
       RelectureEdition.
           move 0 to RelectureEdition-iterator.
           open input F-EditionRelue.
           if EditionRelue-Status not = "00" then
               display " ** Fichier d'edition introuvable sur disque ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           display CatalogueEditions-E.
           move 4 to NoLigneRelecture.
           perform RelectureEdition-Trt until RelectureEdition-iterator = 1.
           close F-EditionRelue.
           display "Fin de l'edition - Tapez Entree " line 1 col 2 with no advancing.
           accept reponse.

       RelectureEdition-Trt.
           read F-EditionRelue
               at end
                   move 1 to RelectureEdition-iterator
               not at end
                   add 1 to NoLigneRelecture
                   display E-EditionRelue line NoLigneRelecture col 1
                   if NoLigneRelecture = 24 then
                       display "Suite - Tapez Entree " line 1 col 2 with no advancing
                       accept reponse
                       move 4 to NoLigneRelecture
                   end-if
           end-read.

      **********************************************************************************************
      ***** Construction du nom date et sequence d'une edition, et fiche au catalogue *****
      ***** La sequence du jour est deduite du nombre de fiches deja cataloguees ce jour pour *****
      ***** ce type d'edition *****
      **********************************************************************************************
       ConstructionNomEdition.
           accept DateEditionJour from date yyyymmdd.
           move 1 to SequenceEdition.
           exec sql
               select count(*) + 1 into :SequenceEdition from CatalogueEdition
               where TypeEdition = :TypeEditionCourant
                 and convert(varchar(8), DateEdition, 112) = :DateEditionJour
           end-exec.

           move spaces to NomFichierEditionCourant.
           string CheminEditions delimited by space
               NomCourtEdition delimited by space
               "-" DateEditionJour "-" delimited by size
               SequenceEdition delimited by size
               ".txt" delimited by size
               into NomFichierEditionCourant
           end-string.

       EcritureCatalogueEdition.
           move spaces to NomFichierCat of LigneCatalogue.
           move NomFichierEditionCourant to NomFichierCat of LigneCatalogue.
           move TypeEditionCourant to TypeCat of LigneCatalogue.
           exec sql
               INSERT INTO CatalogueEdition (NomFichier, TypeEdition, DateEdition, NbPages, NbLignes)
               VALUES (:LigneCatalogue.NomFichierCat, :LigneCatalogue.TypeCat, getdate(),
                       :NbPagesCatalogue, :NbLignesCatalogue)
           end-exec.

      **********************************************************************************************
      ***** Recyclage des rejets d'importation (sous-menu Consultations, option 2) *****
      ***** Presente un a un les rejets encore vivants (statuts R et C) : correction du *****
      ***** contenu en place, resoumission aux memes controles qu'ImportationLigne, ou *****
      ***** abandon deliberate ; chaque etape est tracee par le statut du rejet *****
      **********************************************************************************************
       RecyclageRejets.
           perform RecyclageRejets-Init.
           perform RecyclageRejets-Trt until RecyclageRejets-iterator = 1.
           perform RecyclageRejets-Fin.

       RecyclageRejets-Init.
           move 0 to RecyclageRejets-iterator.
           move 0 to NbDoublonsImportRun.
      ***** Une resoumission qui cree un compte declenche la lettre de bienvenue OUV : *****
      ***** le fichier de courriers de la session de recyclage est encadre comme celui *****
      ***** d'un run d'import *****
           perform InitFichierCourriers.

           exec sql
               declare C-RejetsRecyclage cursor for
                   select IdRejet, NoLigne, Contenu, Motif, Statut,
                          ISNULL(Origine, 'CPT')
                   from RejetImport
                   where Statut = 'R' or Statut = 'C'
                   order by DateRejet
           end-exec.

           exec sql
               open C-RejetsRecyclage
           end-exec.

       RecyclageRejets-Trt.
           exec sql
               fetch C-RejetsRecyclage into :IdRejetCourant, :NoLigneRejetCourant,
                   :ContenuRejetCourant, :MotifRejetCourant, :StatutRejetCourant,
                   :OrigineRejetCourant
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move ContenuRejetCourant to ContenuRejetAffiche
               perform TraitementRejetCourant
                   until OptionRecyclage = "S" or OptionRecyclage = "M" or OptionRecyclage = "A"
               if OptionRecyclage = "M" then
                   move 1 to RecyclageRejets-iterator
               end-if
           else
               move 1 to RecyclageRejets-iterator
               display "Plus aucun rejet a recycler - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

       RecyclageRejets-Fin.
           exec sql
               close C-RejetsRecyclage
           end-exec.

      ***** Une resoumission peut avoir signale des doublons clients : on referme le fichier *****
      ***** et on le fiche au catalogue comme les doublons d'un run d'import *****
           if DoublonsImport-Ouvert = "O" then
               close F-DoublonsImport
               move "N" to DoublonsImport-Ouvert
               move "DOUBLONS IMPORT" to TypeEditionCourant
               move NomFichierDoublonsImport to NomFichierEditionCourant
               move 0 to NbPagesCatalogue
               move NbDoublonsImportRun to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.

      ***** Et des lettres de bienvenue : fermeture et fiche au catalogue si emises *****
           perform ClotureFichierCourriers.

      ***** Affichage du rejet courant et traitement de l'action demandee *****
       TraitementRejetCourant.
           display RecyclageRejets-Ecran.
           move " " to OptionRecyclage.
           accept OptionRecyclage line 21 col 63.

           if OptionRecyclage = "c" then
               move "C" to OptionRecyclage
           end-if.
           if OptionRecyclage = "r" then
               move "R" to OptionRecyclage
           end-if.
           if OptionRecyclage = "a" then
               move "A" to OptionRecyclage
           end-if.
           if OptionRecyclage = "s" then
               move "S" to OptionRecyclage
           end-if.
           if OptionRecyclage = "m" then
               move "M" to OptionRecyclage
           end-if.

           evaluate OptionRecyclage
               when "C"
                   perform CorrectionRejetCourant
               when "R"
                   perform ResoumissionRejetCourant
               when "A"
      ***** Abandon deliberate : la ligne ne sera jamais reimportee, et cela se voit *****
                   move "A" to StatutRejetCourant
                   exec sql
                       UPDATE RejetImport SET Statut = 'A'
                       WHERE IdRejet = :IdRejetCourant
                   end-exec
               when other
                   continue
           end-evaluate.

      ***** Correction en place du champ fautif : le contenu corrige repart au statut C *****
       CorrectionRejetCourant.
           display RecyclageRejets-Correction.
           accept RecyclageRejets-Correction.
           move ContenuRejetAffiche to ContenuRejetCourant.

           exec sql
               UPDATE RejetImport SET Contenu = :ContenuRejetCourant, Statut = 'C'
               WHERE IdRejet = :IdRejetCourant
           end-exec.
           move "C" to StatutRejetCourant.

      ***** Resoumission du contenu courant aux controles d'ImportationLigne *****
       ResoumissionRejetCourant.
      ***** Une resoumission ecrit dans Client, Compte et MouvementCompte : elle est refusee *****
      ***** tant qu'un batch ecrivain tient le verrou, comme les autres options de mise a jour *****
           perform ControleVerrouCompte.
           if VerrouCompteTenu = "O" then
               display " ** Batch en cours sur les comptes, resoumission momentanement indisponible ** " line 23 col 2 bell
               exit paragraph
           end-if.

      ***** Une resoumission peut signaler un doublon client : le fichier des doublons de *****
      ***** cette session de recyclage recoit son propre nom date AVANT toute ouverture, *****
      ***** sinon l'open partirait sur un nom a blanc (session fraiche) ou ecraserait la *****
      ***** preuve du dernier run d'import *****
           if DoublonsImport-Ouvert = "N" then
               move "DOUBLONS IMPORT" to TypeEditionCourant
               move "DoublonsImport" to NomCourtEdition
               perform ConstructionNomEdition
               move NomFichierEditionCourant to NomFichierDoublonsImport
           end-if.

           move "O" to ModeRecyclage.
           move "O" to RecyclageResultat.
           move spaces to MotifRejet.
           move ContenuRejetCourant to E-CLIENT.
      ***** Chaque rejet repart dans son circuit d'origine : creation de compte ou *****
      ***** maintenance des clients existants *****
           if OrigineRejetCourant = "MAJ" then
               perform ImportationLigneMaj
           else
               perform ImportationLigne
           end-if.
           move "N" to ModeRecyclage.

           if RecyclageResultat = "O" then
               exec sql
                   UPDATE RejetImport SET Statut = 'I'
                   WHERE IdRejet = :IdRejetCourant
               end-exec
               move "I" to StatutRejetCourant
               display " ** Ligne reimportee en base ** " line 23 col 2
           else
      ***** Toujours rejetee : le motif a jour est reporte sur le rejet *****
               move MotifRejet to MotifRejetCourant
               exec sql
                   UPDATE RejetImport SET Motif = :MotifRejetCourant
                   WHERE IdRejet = :IdRejetCourant
               end-exec
               display " ** Ligne toujours rejetee, voir le motif ** " line 23 col 2 bell
           end-if.

      **********************************************************************
      ***** Sous-menu des referentiels / tables (Option 17 du Menu) *****
      **********************************************************************
       Referentiels.
           perform Referentiels-Init.
           perform Referentiels-Trt until Referentiels-iterator = 1.
           perform Referentiels-Fin.

       Referentiels-Init.
           move 0 to Referentiels-iterator.

       Referentiels-Trt.
           display Referentiels-SubMenu.
           move " " to OptionReferentiels.
           accept OptionReferentiels line 24 col 38.

           evaluate OptionReferentiels
               when "1"
                   perform GestionTauxChange
               when "2"
      ***** La gestion des operateurs reste reservee au profil administration *****
                   if ProfilOperateur = "A" then
                       perform GestionOperateurs
                   else
                       display " ** Reserve au profil administration ** " line 25 col 1 bell blink
                   end-if
               when "3"
                   perform GestionGuichets
               when "4"
                   perform ImportReferentielBanques
               when "5"
                   perform GestionCodesOperations
               when "6"
                   perform GestionTauxInterets
               when "7"
                   perform GestionTarification
               when "8"
                   perform GestionComptesComptables
               when "9"
                   perform GestionProduits
               when "P"
               when "p"
                   perform GestionPlanProduction
               when "0"
                   move 1 to Referentiels-iterator
           end-evaluate.

       Referentiels-Fin.
           continue.

      **********************************************************************
      ***** Gestion de la table des taux de change (sous-menu Referentiels, option 1) *****
      ***** Meme fonctionnement que la gestion des banques (Option 10) *****
      **********************************************************************
       GestionTauxChange.
           perform GestionTauxChange-Init.
           perform GestionTauxChange-Trt until GestionTaux-iterator = 1.
           perform GestionTauxChange-Fin.

       GestionTauxChange-Init.
           move 0 to GestionTaux-iterator.

       GestionTauxChange-Trt.
           display GestionTaux-SubMenu.
           move " " to OptionGestionTaux.
           accept OptionGestionTaux line 24 col 38.

           evaluate OptionGestionTaux
               when "1"
                   perform AjoutTaux
               when "2"
                   perform ModificationTaux
               when "3"
                   perform SuppressionTaux
               when "0"
                   move 1 to GestionTaux-iterator
           end-evaluate.

       GestionTauxChange-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un taux de change date : une ligne par devise et par
      * date de validite (l'historique des taux est conserve)
      *------------------------------------------------------------------
       AjoutTaux.
           move " " to DeviseSaisie.
           move 0 to TauxSaisi.
           move " " to DateValiditeTauxSaisie.
           display GestionTaux-Saisie.
           accept GestionTaux-Saisie.

           move 1 to ValidateurTaux.

           if DeviseSaisie = " " then
               move 0 to ValidateurTaux
               display " ** Devise obligatoire ** " line 25 col 1 bell blink
           end-if.

           if TauxSaisi = 0 then
               move 0 to ValidateurTaux
               display " ** Taux obligatoire ** " line 25 col 1 bell blink
           end-if.

      ***** Date de validite : la date du jour a defaut *****
           if DateValiditeTauxSaisie = " " then
               accept DateValiditeResolue from date yyyymmdd
               move DateValiditeResolue to DateValiditeTauxSaisie
           end-if.
           if DateValiditeTauxSaisie is not numeric then
               move 0 to ValidateurTaux
               display " ** Date de validite invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
           end-if.

           if ValidateurTaux = 1 then
               exec sql
                   select count(*) into :NbTauxTrouve from TauxChange
                   where Devise = :DeviseSaisie
                     and DateValidite = :DateValiditeTauxSaisie
               end-exec
               if NbTauxTrouve > 0 then
                   move 0 to ValidateurTaux
                   display " ** Taux deja present pour cette devise a cette date ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurTaux = 1 then
               exec sql
                   INSERT INTO TauxChange (Devise, TauxEur, DateValidite)
                   VALUES (:DeviseSaisie, :TauxSaisi, :DateValiditeTauxSaisie)
               end-exec
               move "TauxChange" to TableAudit
               move "A" to ActionAudit
               move spaces to CleAudit
               string DeviseSaisie " au " DateValiditeTauxSaisie delimited by size
                   into CleAudit
               end-string
               move spaces to AnciennesValeursAudit
               move TauxSaisi to TauxAuditEd
               move spaces to NouvellesValeursAudit
               string "TauxEur=" TauxAuditEd delimited by size
                   into NouvellesValeursAudit
               end-string
               perform EcritureAuditReferentiel
               display M-EffaceQuestion
           end-if.

      ***** Resolution de la date de validite visee : la plus recente de la devise a defaut *****
       ResolutionDateTaux.
           if DateValiditeTauxSaisie = " " then
               move spaces to DateValiditeResolue
               exec sql
                   select ISNULL(max(ISNULL(DateValidite, ' ')), ' ')
                   into :DateValiditeResolue from TauxChange
                   where Devise = :DeviseSaisie
               end-exec
           else
               move DateValiditeTauxSaisie to DateValiditeResolue
           end-if.

      *------------------------------------------------------------------
      * Modification d'un taux de change a une date de validite donnee
      * (la plus recente si la date est laissee a blanc)
      *------------------------------------------------------------------
       ModificationTaux.
           move " " to DeviseSaisie.
           move " " to DateValiditeTauxSaisie.
           display GestionTaux-SaisieDevise.
           accept GestionTaux-SaisieDevise.

           perform ResolutionDateTaux.

           move 0 to TauxTrouve.
           exec sql
               select TauxEur into :TauxTrouve from TauxChange
               where Devise = :DeviseSaisie
                 and ISNULL(DateValidite, ' ') = :DateValiditeResolue
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Devise ou date inexistante ** " line 25 col 1 bell blink
           else
               move 0 to TauxSaisi
               display GestionTaux-AffichageTaux
               accept GestionTaux-AffichageTaux

               if TauxSaisi = 0 then
                   display " ** Taux obligatoire ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE TauxChange SET TauxEur = :TauxSaisi
                       WHERE Devise = :DeviseSaisie
                         AND ISNULL(DateValidite, ' ') = :DateValiditeResolue
                   end-exec
                   move "TauxChange" to TableAudit
                   move "M" to ActionAudit
                   move spaces to CleAudit
                   string DeviseSaisie " au " DateValiditeResolue delimited by size
                       into CleAudit
                   end-string
                   move TauxTrouve to TauxAuditEd
                   move spaces to AnciennesValeursAudit
                   string "TauxEur=" TauxAuditEd delimited by size
                       into AnciennesValeursAudit
                   end-string
                   move TauxSaisi to TauxAuditEd
                   move spaces to NouvellesValeursAudit
                   string "TauxEur=" TauxAuditEd delimited by size
                       into NouvellesValeursAudit
                   end-string
                   perform EcritureAuditReferentiel
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un taux de change a une date donnee (la plus
      * recente a blanc) ; la derniere ligne d'une devise encore portee
      * par des comptes n'est pas supprimable
      *------------------------------------------------------------------
       SuppressionTaux.
           move " " to DeviseSaisie.
           move " " to DateValiditeTauxSaisie.
           display GestionTaux-SaisieDevise.
           accept GestionTaux-SaisieDevise.

           perform ResolutionDateTaux.

           exec sql
               select count(*) into :NbTauxTrouve from TauxChange
               where Devise = :DeviseSaisie
                 and ISNULL(DateValidite, ' ') = :DateValiditeResolue
           end-exec.

           if NbTauxTrouve = 0 then
               display " ** Devise ou date inexistante ** " line 25 col 1 bell blink
           else
      * On ne supprime pas la derniere ligne de taux d'une devise encore
      * portee par des comptes
               move 0 to NbTauxDevise
               exec sql
                   select count(*) into :NbTauxDevise from TauxChange
                   where Devise = :DeviseSaisie
               end-exec
               exec sql
                   select count(*) into :NbTauxTrouve from Compte
                   where Devise = :DeviseSaisie
               end-exec

               if NbTauxTrouve > 0 and NbTauxDevise <= 1 then
                   display " ** Devise utilisee par des comptes, dernier taux non supprimable ** " line 25 col 1 bell blink
               else
                   move "N" to ConfirmationSuppressionBanque
                   display GestionTaux-NotifSuppression
                   accept GestionTaux-NotifSuppression
                   if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
      ***** Capture du taux avant suppression pour la ligne d'audit avant/apres *****
                       move 0 to TauxTrouve
                       exec sql
                           select TauxEur into :TauxTrouve from TauxChange
                           where Devise = :DeviseSaisie
                             and ISNULL(DateValidite, ' ') = :DateValiditeResolue
                       end-exec
                       exec sql
                           DELETE FROM TauxChange
                           WHERE Devise = :DeviseSaisie
                             AND ISNULL(DateValidite, ' ') = :DateValiditeResolue
                       end-exec
                       move "TauxChange" to TableAudit
                       move "S" to ActionAudit
                       move spaces to CleAudit
                       string DeviseSaisie " au " DateValiditeResolue delimited by size
                           into CleAudit
                       end-string
                       move TauxTrouve to TauxAuditEd
                       move spaces to AnciennesValeursAudit
                       string "TauxEur=" TauxAuditEd delimited by size
                           into AnciennesValeursAudit
                       end-string
                       move spaces to NouvellesValeursAudit
                       perform EcritureAuditReferentiel
                   end-if
                   display M-EffaceQuestion
               end-if
           end-if.

      **********************************************************************
      ***** Gestion du referentiel des taux d'interets crediteurs (sous-menu *****
      ***** Referentiels, option 6) : un taux mensuel par type de compte, meme *****
      ***** fonctionnement que la gestion des taux de change *****
      **********************************************************************
       GestionTauxInterets.
           perform GestionTauxInterets-Init.
           perform GestionTauxInterets-Trt until GestionTauxInt-iterator = 1.
           perform GestionTauxInterets-Fin.

       GestionTauxInterets-Init.
           move 0 to GestionTauxInt-iterator.

       GestionTauxInterets-Trt.
           display GestionTauxInt-SubMenu.
           move " " to OptionGestionTauxInt.
           accept OptionGestionTauxInt line 24 col 38.

           evaluate OptionGestionTauxInt
               when "1"
                   perform AjoutTauxInteret
               when "2"
                   perform ModificationTauxInteret
               when "3"
                   perform SuppressionTauxInteret
               when "0"
                   move 1 to GestionTauxInt-iterator
           end-evaluate.

       GestionTauxInterets-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un taux d'interet crediteur pour un type de compte
      *------------------------------------------------------------------
       AjoutTauxInteret.
           move " " to TypeCompteTauxSaisi.
           move 0 to TauxIntSaisi.
           display GestionTauxInt-Saisie.
           accept GestionTauxInt-Saisie.

           move 1 to ValidateurTauxInt.

           if TypeCompteTauxSaisi = " " then
               move 0 to ValidateurTauxInt
               display " ** Type de compte obligatoire ** " line 25 col 1 bell blink
           end-if.

           if TauxIntSaisi = 0 then
               move 0 to ValidateurTauxInt
               display " ** Taux obligatoire ** " line 25 col 1 bell blink
           end-if.

           if ValidateurTauxInt = 1 then
               exec sql
                   select count(*) into :NbTauxIntTrouve from TauxInteretCredit
                   where TypeCompte = :TypeCompteTauxSaisi
               end-exec
               if NbTauxIntTrouve > 0 then
                   move 0 to ValidateurTauxInt
                   display " ** Type de compte deja present ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurTauxInt = 1 then
               exec sql
                   INSERT INTO TauxInteretCredit (TypeCompte, TauxMensuel)
                   VALUES (:TypeCompteTauxSaisi, :TauxIntSaisi)
               end-exec
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification d'un taux d'interet crediteur
      *------------------------------------------------------------------
       ModificationTauxInteret.
           move " " to TypeCompteTauxSaisi.
           display GestionTauxInt-SaisieType.
           accept GestionTauxInt-SaisieType.

           move 0 to TauxIntTrouve.
           exec sql
               select TauxMensuel into :TauxIntTrouve from TauxInteretCredit
               where TypeCompte = :TypeCompteTauxSaisi
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Type de compte inexistant ** " line 25 col 1 bell blink
           else
               move 0 to TauxIntSaisi
               display GestionTauxInt-AffichageTaux
               accept GestionTauxInt-AffichageTaux

               if TauxIntSaisi = 0 then
                   display " ** Taux obligatoire ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE TauxInteretCredit SET TauxMensuel = :TauxIntSaisi
                       WHERE TypeCompte = :TypeCompteTauxSaisi
                   end-exec
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un taux d'interet crediteur (le type ne produit
      * plus d'interets au prochain run)
      *------------------------------------------------------------------
       SuppressionTauxInteret.
           move " " to TypeCompteTauxSaisi.
           display GestionTauxInt-SaisieType.
           accept GestionTauxInt-SaisieType.

           exec sql
               select count(*) into :NbTauxIntTrouve from TauxInteretCredit
               where TypeCompte = :TypeCompteTauxSaisi
           end-exec.

           if NbTauxIntTrouve = 0 then
               display " ** Type de compte inexistant ** " line 25 col 1 bell blink
           else
               move "N" to ConfirmationSuppressionBanque
               display GestionTauxInt-NotifSuppression
               accept GestionTauxInt-NotifSuppression
               if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
                   exec sql
                       DELETE FROM TauxInteretCredit WHERE TypeCompte = :TypeCompteTauxSaisi
                   end-exec
               end-if
               display M-EffaceQuestion
           end-if.

      **********************************************************************
      ***** Gestion du bareme de tarification (sous-menu Referentiels, option 7) *****
      ***** Un tarif par type de compte et par service ; meme fonctionnement que *****
      ***** la gestion des codes operations *****
      **********************************************************************
       GestionTarification.
           perform GestionTarification-Init.
           perform GestionTarification-Trt until GestionTarif-iterator = 1.
           perform GestionTarification-Fin.

       GestionTarification-Init.
           move 0 to GestionTarif-iterator.

       GestionTarification-Trt.
           display GestionTarif-SubMenu.
           move " " to OptionGestionTarif.
           accept OptionGestionTarif line 24 col 38.

           evaluate OptionGestionTarif
               when "1"
                   perform AjoutTarif
               when "2"
                   perform ModificationTarif
               when "3"
                   perform SuppressionTarif
               when "0"
                   move 1 to GestionTarif-iterator
           end-evaluate.

       GestionTarification-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un tarif (type de compte + service)
      *------------------------------------------------------------------
       AjoutTarif.
           move " " to TypeCompteTarifSaisi.
           move " " to CodeServiceSaisi.
           move " " to LibelleServiceSaisi.
           move 0 to MontantTarifSaisi.
           display GestionTarif-Saisie.
           accept GestionTarif-Saisie.

           move 1 to ValidateurTarif.

           if TypeCompteTarifSaisi = " " or CodeServiceSaisi = " " then
               move 0 to ValidateurTarif
               display " ** Type de compte et code service obligatoires ** " line 25 col 1 bell blink
           end-if.

           if MontantTarifSaisi = 0 then
               move 0 to ValidateurTarif
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
           end-if.

           if ValidateurTarif = 1 then
               exec sql
                   select count(*) into :NbTarifTrouve from TarifCompte
                   where TypeCompte = :TypeCompteTarifSaisi
                     and CodeService = :CodeServiceSaisi
               end-exec
               if NbTarifTrouve > 0 then
                   move 0 to ValidateurTarif
                   display " ** Tarif deja present pour ce type et ce service ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurTarif = 1 then
               exec sql
                   INSERT INTO TarifCompte (TypeCompte, CodeService, LibelleService, Montant)
                   VALUES (:TypeCompteTarifSaisi, :CodeServiceSaisi,
                           :LibelleServiceSaisi, :MontantTarifSaisi)
               end-exec
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification du montant d'un tarif
      *------------------------------------------------------------------
       ModificationTarif.
           move " " to TypeCompteTarifSaisi.
           move " " to CodeServiceSaisi.
           display GestionTarif-SaisieCle.
           accept GestionTarif-SaisieCle.

           move 0 to MontantTarifTrouve.
           exec sql
               select Montant into :MontantTarifTrouve from TarifCompte
               where TypeCompte = :TypeCompteTarifSaisi
                 and CodeService = :CodeServiceSaisi
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Tarif inexistant ** " line 25 col 1 bell blink
           else
               move 0 to MontantTarifSaisi
               display GestionTarif-Modification
               accept GestionTarif-Modification

               if MontantTarifSaisi = 0 then
                   display " ** Montant obligatoire ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE TarifCompte SET Montant = :MontantTarifSaisi
                       WHERE TypeCompte = :TypeCompteTarifSaisi
                         AND CodeService = :CodeServiceSaisi
                   end-exec
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un tarif
      *------------------------------------------------------------------
       SuppressionTarif.
           move " " to TypeCompteTarifSaisi.
           move " " to CodeServiceSaisi.
           display GestionTarif-SaisieCle.
           accept GestionTarif-SaisieCle.

           exec sql
               select count(*) into :NbTarifTrouve from TarifCompte
               where TypeCompte = :TypeCompteTarifSaisi
                 and CodeService = :CodeServiceSaisi
           end-exec.

           if NbTarifTrouve = 0 then
               display " ** Tarif inexistant ** " line 25 col 1 bell blink
           else
               move "N" to ConfirmationSuppressionBanque
               display GestionTarif-NotifSuppression
               accept GestionTarif-NotifSuppression
               if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
                   exec sql
                       DELETE FROM TarifCompte
                       WHERE TypeCompte = :TypeCompteTarifSaisi
                         AND CodeService = :CodeServiceSaisi
                   end-exec
               end-if
               display M-EffaceQuestion
           end-if.

      **********************************************************************
      ***** Gestion du plan comptable operation -> compte GL (sous-menu *****
      ***** Referentiels, option 8) ; meme fonctionnement que la gestion des *****
      ***** codes operations *****
      **********************************************************************
       GestionComptesComptables.
           perform GestionComptesComptables-Init.
           perform GestionComptesComptables-Trt until GestionCompteGL-iterator = 1.
           perform GestionComptesComptables-Fin.

       GestionComptesComptables-Init.
           move 0 to GestionCompteGL-iterator.

       GestionComptesComptables-Trt.
           display GestionCompteGL-SubMenu.
           move " " to OptionGestionCompteGL.
           accept OptionGestionCompteGL line 24 col 38.

           evaluate OptionGestionCompteGL
               when "1"
                   perform AjoutCompteGL
               when "2"
                   perform ModificationCompteGL
               when "3"
                   perform SuppressionCompteGL
               when "0"
                   move 1 to GestionCompteGL-iterator
           end-evaluate.

       GestionComptesComptables-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un mappage code operation -> compte GL
      *------------------------------------------------------------------
       AjoutCompteGL.
           move " " to CodeOperationGLSaisie.
           move " " to CompteGLSaisi.
           display GestionCompteGL-Saisie.
           accept GestionCompteGL-Saisie.

           move 1 to ValidateurCompteGL.

           if CodeOperationGLSaisie = " " or CompteGLSaisi = " " then
               move 0 to ValidateurCompteGL
               display " ** Code operation et compte GL obligatoires ** " line 25 col 1 bell blink
           end-if.

           if ValidateurCompteGL = 1 then
               exec sql
                   select count(*) into :NbCompteGLTrouve from CompteComptable
                   where CodeOperation = :CodeOperationGLSaisie
               end-exec
               if NbCompteGLTrouve > 0 then
                   move 0 to ValidateurCompteGL
                   display " ** Code operation deja mappe ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurCompteGL = 1 then
               exec sql
                   INSERT INTO CompteComptable (CodeOperation, CompteGL)
                   VALUES (:CodeOperationGLSaisie, :CompteGLSaisi)
               end-exec
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification d'un mappage
      *------------------------------------------------------------------
       ModificationCompteGL.
           move " " to CodeOperationGLSaisie.
           display GestionCompteGL-SaisieCode.
           accept GestionCompteGL-SaisieCode.

           move " " to CompteGLTrouve.
           exec sql
               select CompteGL into :CompteGLTrouve from CompteComptable
               where CodeOperation = :CodeOperationGLSaisie
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Code operation non mappe ** " line 25 col 1 bell blink
           else
               move " " to CompteGLSaisi
               display GestionCompteGL-Modification
               accept GestionCompteGL-Modification

               if CompteGLSaisi = " " then
                   display " ** Compte GL obligatoire ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE CompteComptable SET CompteGL = :CompteGLSaisi
                       WHERE CodeOperation = :CodeOperationGLSaisie
                   end-exec
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un mappage
      *------------------------------------------------------------------
       SuppressionCompteGL.
           move " " to CodeOperationGLSaisie.
           display GestionCompteGL-SaisieCode.
           accept GestionCompteGL-SaisieCode.

           exec sql
               select count(*) into :NbCompteGLTrouve from CompteComptable
               where CodeOperation = :CodeOperationGLSaisie
           end-exec.

           if NbCompteGLTrouve = 0 then
               display " ** Code operation non mappe ** " line 25 col 1 bell blink
           else
               move "N" to ConfirmationSuppressionBanque
               display GestionCompteGL-NotifSuppression
               accept GestionCompteGL-NotifSuppression
               if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
                   exec sql
                       DELETE FROM CompteComptable
                       WHERE CodeOperation = :CodeOperationGLSaisie
                   end-exec
               end-if
               display M-EffaceQuestion
           end-if.

      **********************************************************************
      ***** Gestion du catalogue des produits (sous-menu Referentiels, option 9) *****
      ***** Un produit par type de compte ; meme fonctionnement que les autres *****
      ***** referentiels, plus une liste imprimable cataloguee *****
      **********************************************************************
       GestionProduits.
           perform GestionProduits-Init.
           perform GestionProduits-Trt until GestionProduit-iterator = 1.
           perform GestionProduits-Fin.

       GestionProduits-Init.
           move 0 to GestionProduit-iterator.

       GestionProduits-Trt.
           display GestionProduit-SubMenu.
           move " " to OptionGestionProduit.
           accept OptionGestionProduit line 24 col 38.

           evaluate OptionGestionProduit
               when "1"
                   perform AjoutProduit
               when "2"
                   perform ModificationProduit
               when "3"
                   perform SuppressionProduit
               when "4"
                   perform EditionListeProduits
               when "0"
                   move 1 to GestionProduit-iterator
           end-evaluate.

       GestionProduits-Fin.
           continue.

      ***** Controle commun des indicateurs d'un produit saisi *****
       ControleIndicateursProduit.
           if DecouvertProduitSaisi = "o" then
               move "O" to DecouvertProduitSaisi
           end-if.
           if DecouvertProduitSaisi = "n" then
               move "N" to DecouvertProduitSaisi
           end-if.
           if InteretsProduitSaisi = "o" then
               move "O" to InteretsProduitSaisi
           end-if.
           if InteretsProduitSaisi = "n" then
               move "N" to InteretsProduitSaisi
           end-if.
           if FrequenceProduitSaisi = "m" then
               move "M" to FrequenceProduitSaisi
           end-if.
           if FrequenceProduitSaisi = "t" then
               move "T" to FrequenceProduitSaisi
           end-if.
           if FrequenceProduitSaisi = "a" then
               move "A" to FrequenceProduitSaisi
           end-if.
           if EligibleFgdrSaisi = "o" or EligibleFgdrSaisi = " " then
               move "O" to EligibleFgdrSaisi
           end-if.
           if EligibleFgdrSaisi = "n" then
               move "N" to EligibleFgdrSaisi
           end-if.

           if DecouvertProduitSaisi <> "O" and DecouvertProduitSaisi <> "N" then
               move 0 to ValidateurProduit
               display " ** Decouvert autorise : O ou N ** " line 25 col 1 bell blink
           end-if.
           if InteretsProduitSaisi <> "O" and InteretsProduitSaisi <> "N" then
               move 0 to ValidateurProduit
               display " ** Interets crediteurs : O ou N ** " line 25 col 1 bell blink
           end-if.
           if FrequenceProduitSaisi <> "M" and FrequenceProduitSaisi <> "T" and
              FrequenceProduitSaisi <> "A" then
               move 0 to ValidateurProduit
               display " ** Frequence de releve : M, T ou A ** " line 25 col 1 bell blink
           end-if.
           if EligibleFgdrSaisi <> "O" and EligibleFgdrSaisi <> "N" then
               move 0 to ValidateurProduit
               display " ** Eligibilite FGDR : O ou N ** " line 25 col 1 bell blink
           end-if.
           if TauxPenaliteProduitSaisi > 25 then
               move 0 to ValidateurProduit
               display " ** Taux de penalite invalide (0 a 25 %) ** " line 25 col 1 bell blink
           end-if.
           if PctRevenuDecProduitSaisi > 100 or MaxMoisDebProduitSaisi > 12 then
               move 0 to ValidateurProduit
               display " ** Revision decouvert : % de 0 a 100, mois debiteurs de 0 a 12 ** " line 25 col 1 bell blink
           end-if.

      *------------------------------------------------------------------
      * Ajout d'un produit au catalogue
      *------------------------------------------------------------------
       AjoutProduit.
           move " " to TypeCompteProduitSaisi.
           move " " to LibelleProduitSaisi.
           move " " to DecouvertProduitSaisi.
           move " " to InteretsProduitSaisi.
           move " " to FrequenceProduitSaisi.
           move " " to EligibleFgdrSaisi.
           move 0 to TauxPenaliteProduitSaisi.
           move 0 to PctRevenuDecProduitSaisi.
           move 0 to PlafondDecProduitSaisi.
           move 0 to MaxMoisDebProduitSaisi.
           move 0 to MaxDepassProduitSaisi.
           display GestionProduit-Saisie.
           accept GestionProduit-Saisie.

           move 1 to ValidateurProduit.

           if TypeCompteProduitSaisi = " " or LibelleProduitSaisi = " " then
               move 0 to ValidateurProduit
               display " ** Type et libelle obligatoires ** " line 25 col 1 bell blink
           end-if.

           if ValidateurProduit = 1 then
               perform ControleIndicateursProduit
           end-if.

           if ValidateurProduit = 1 then
               exec sql
                   select count(*) into :NbProduitTrouve from ProduitCompte
                   where TypeCompte = :TypeCompteProduitSaisi
               end-exec
               if NbProduitTrouve > 0 then
                   move 0 to ValidateurProduit
                   display " ** Type deja au catalogue ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurProduit = 1 then
               exec sql
                   INSERT INTO ProduitCompte
                       (TypeCompte, LibelleProduit, DecouvertAutorise,
                        InteretsCrediteurs, FrequenceReleve, EligibleFgdr, TauxPenalite,
                        PctRevenuDecouvert, PlafondDecouvert, MaxMoisDebiteur, MaxDepassements)
                   VALUES
                       (:TypeCompteProduitSaisi, :LibelleProduitSaisi,
                        :DecouvertProduitSaisi, :InteretsProduitSaisi,
                        :FrequenceProduitSaisi, :EligibleFgdrSaisi,
                        :TauxPenaliteProduitSaisi, :PctRevenuDecProduitSaisi,
                        :PlafondDecProduitSaisi, :MaxMoisDebProduitSaisi,
                        :MaxDepassProduitSaisi)
               end-exec
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification d'un produit (tous les champs ressaisis)
      *------------------------------------------------------------------
       ModificationProduit.
           move " " to TypeCompteProduitSaisi.
           display GestionProduit-SaisieType.
           accept GestionProduit-SaisieType.

           exec sql
               select count(*) into :NbProduitTrouve from ProduitCompte
               where TypeCompte = :TypeCompteProduitSaisi
           end-exec.

           if NbProduitTrouve = 0 then
               display " ** Type absent du catalogue ** " line 25 col 1 bell blink
           else
               move " " to LibelleProduitSaisi
               move " " to DecouvertProduitSaisi
               move " " to InteretsProduitSaisi
               move " " to FrequenceProduitSaisi
               move " " to EligibleFgdrSaisi
               move 0 to TauxPenaliteProduitSaisi
               move 0 to PctRevenuDecProduitSaisi
               move 0 to PlafondDecProduitSaisi
               move 0 to MaxMoisDebProduitSaisi
               move 0 to MaxDepassProduitSaisi
               display GestionProduit-Saisie
               accept GestionProduit-Saisie

               move 1 to ValidateurProduit
               if LibelleProduitSaisi = " " then
                   move 0 to ValidateurProduit
                   display " ** Libelle obligatoire ** " line 25 col 1 bell blink
               end-if
               if ValidateurProduit = 1 then
                   perform ControleIndicateursProduit
               end-if

               if ValidateurProduit = 1 then
                   exec sql
                       UPDATE ProduitCompte
                       SET LibelleProduit = :LibelleProduitSaisi,
                           DecouvertAutorise = :DecouvertProduitSaisi,
                           InteretsCrediteurs = :InteretsProduitSaisi,
                           FrequenceReleve = :FrequenceProduitSaisi,
                           EligibleFgdr = :EligibleFgdrSaisi,
                           TauxPenalite = :TauxPenaliteProduitSaisi,
                           PctRevenuDecouvert = :PctRevenuDecProduitSaisi,
                           PlafondDecouvert = :PlafondDecProduitSaisi,
                           MaxMoisDebiteur = :MaxMoisDebProduitSaisi,
                           MaxDepassements = :MaxDepassProduitSaisi
                       WHERE TypeCompte = :TypeCompteProduitSaisi
                   end-exec
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un produit du catalogue
      *------------------------------------------------------------------
       SuppressionProduit.
           move " " to TypeCompteProduitSaisi.
           display GestionProduit-SaisieType.
           accept GestionProduit-SaisieType.

           exec sql
               select count(*) into :NbProduitTrouve from ProduitCompte
               where TypeCompte = :TypeCompteProduitSaisi
           end-exec.

           if NbProduitTrouve = 0 then
               display " ** Type absent du catalogue ** " line 25 col 1 bell blink
           else
      * On ne retire pas du catalogue un type encore porte par des comptes
               exec sql
                   select count(*) into :NbProduitTrouve from Compte
                   where TypeCompte = :TypeCompteProduitSaisi
               end-exec
               if NbProduitTrouve > 0 then
                   display " ** Type encore porte par des comptes, suppression impossible ** " line 25 col 1 bell blink
               else
                   move "N" to ConfirmationSuppressionBanque
                   display GestionProduit-NotifSuppression
                   accept GestionProduit-NotifSuppression
                   if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
                       exec sql
                           DELETE FROM ProduitCompte
                           WHERE TypeCompte = :TypeCompteProduitSaisi
                       end-exec
                   end-if
                   display M-EffaceQuestion
               end-if
           end-if.

      ***** Liste imprimable du catalogue des produits, nom date et fiche au catalogue *****
       EditionListeProduits.
           move 0 to NbProduitsEdites.
           move "LISTE PRODUITS" to TypeEditionCourant.
           move "ListeProduits" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierListeProduits.

           open output F-ListeProduits.
           write E-ListeProduits from " Catalogue des produits (types de comptes)".
           write E-ListeProduits from " ------------------------------------------".

           exec sql
               declare C-ListeProduits cursor for
                   select TypeCompte, LibelleProduit, DecouvertAutorise,
                          InteretsCrediteurs, FrequenceReleve, ISNULL(EligibleFgdr, 'O'),
                          ISNULL(TauxPenalite, 0)
                   from ProduitCompte
                   order by TypeCompte
           end-exec.
           exec sql
               open C-ListeProduits
           end-exec.

           move 0 to BoucleurProduit.
           perform EditionLigneProduit until BoucleurProduit = 1.

           exec sql
               close C-ListeProduits
           end-exec.

           close F-ListeProduits.
           move NomFichierListeProduits to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbProduitsEdites to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           display "Produits edites : " line 1 col 1 with no advancing.
           display NbProduitsEdites line 1 col 19 with no advancing.
           display " - Tapez Entree " line 1 col 26 with no advancing.
           accept reponse.

       EditionLigneProduit.
           exec sql
               fetch C-ListeProduits into :LigneProduitCourante.TypeCompteProd,
                   :LigneProduitCourante.LibelleProd,
                   :LigneProduitCourante.DecouvertProd,
                   :LigneProduitCourante.InteretsProd,
                   :LigneProduitCourante.FrequenceProd,
                   :LigneProduitCourante.EligibleFgdrProd,
                   :LigneProduitCourante.TauxPenaliteProd
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbProduitsEdites
               move TypeCompteProd of LigneProduitCourante to TypeProdEd of LigneProduitEdition
               move LibelleProd of LigneProduitCourante to LibelleProdEd of LigneProduitEdition
               move DecouvertProd of LigneProduitCourante to DecouvertProdEd of LigneProduitEdition
               move InteretsProd of LigneProduitCourante to InteretsProdEd of LigneProduitEdition
               move FrequenceProd of LigneProduitCourante to FrequenceProdEd of LigneProduitEdition
               move EligibleFgdrProd of LigneProduitCourante to EligibleFgdrProdEd of LigneProduitEdition
               move TauxPenaliteProd of LigneProduitCourante to TauxPenaliteProdEd of LigneProduitEdition
               write E-ListeProduits from LigneProduitEdition
           else
               move 1 to BoucleurProduit
           end-if.

      ***** Controle "pas de passage en negatif sur un produit sans decouvert" : applique *****
      ***** aux debits saisis a l'ecran. Un type absent du catalogue reste libre. Un debit *****
      ***** qui entamerait la somme bloquee par une saisie est refuse (MontantSaisiOK = N) *****
       ControleDecouvertProduit.
           move "O" to DecouvertProduitOK.
           move "O" to MontantSaisiOK.
           if SensMvt <> "D" then
               exit paragraph
           end-if.

           perform ControleMontantSaisi.
           if MontantSaisiOK = "N" then
               move "N" to DecouvertProduitOK
               exit paragraph
           end-if.

           move " " to DecouvertProduitFlag.
           exec sql
               select DecouvertAutorise into :DecouvertProduitFlag from ProduitCompte
               where TypeCompte = :TypeCompteMvt
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               exit paragraph
           end-if.

           if DecouvertProduitFlag = "N" then
               compute SoldeApresMvtProduit = CreditCompteMvt - DebitCompteMvt - MontantMvt
               if SoldeApresMvtProduit < 0 then
                   move "N" to DecouvertProduitOK
               end-if
           end-if.

      ***** Somme rendue indisponible sur le compte par les saisies en cours *****
       ControleMontantSaisi.
           move 0 to MontantSaisiCompteMvt.
           exec sql
               select ISNULL(MontantSaisi, 0) into :MontantSaisiCompteMvt from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           if MontantSaisiCompteMvt = 0 then
               exit paragraph
           end-if.
           compute SoldeApresMvtProduit = CreditCompteMvt - DebitCompteMvt - MontantMvt.
           if SoldeApresMvtProduit < MontantSaisiCompteMvt then
               move "N" to MontantSaisiOK
           end-if.

      ***** Provision d'un debit hors guichet (echeances, remises...) : le produit doit *****
      ***** admettre le decouvert et le solde apres debit rester dans le decouvert *****
      ***** autorise du compte *****
       ControleProvisionCompte.
           move "O" to ProvisionCompteOK.
           perform ControleDecouvertProduit.
           if DecouvertProduitOK = "N" then
               move "N" to ProvisionCompteOK
               exit paragraph
           end-if.

           move 0 to DecouvertAutoriseCompte.
           exec sql
               select ISNULL(DecouvertAutorise, 0) into :DecouvertAutoriseCompte from Compte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.
           compute SoldeApresMvtProduit =
               CreditCompteMvt - DebitCompteMvt - MontantMvt + DecouvertAutoriseCompte.
           if SoldeApresMvtProduit < 0 then
               move "N" to ProvisionCompteOK
           end-if.

      **********************************************************************
      ***** Entretien du plan de production (sous-menu Referentiels, option P) *****
      ***** Etapes ordonnees par chaine : mode batch a lancer et comportement *****
      ***** sur erreur (A arret / S saut de l'etape suivante / C poursuite) *****
      **********************************************************************
       GestionPlanProduction.
           move 0 to GestionPlan-iterator.
           perform GestionPlanProduction-Trt until GestionPlan-iterator = 1.

       GestionPlanProduction-Trt.
           display PlanProd-SubMenu.
           move " " to OptionPlanProd.
           accept OptionPlanProd line 24 col 38.

           evaluate OptionPlanProd
               when "1"
                   perform AjoutEtapePlan
               when "2"
                   perform SuppressionEtapePlan
               when "3"
                   perform ListeChainePlan
               when "0"
                   move 1 to GestionPlan-iterator
           end-evaluate.

      ***** Ajout (ou remplacement) d'une etape de chaine *****
       AjoutEtapePlan.
           move " " to NomChaineSaisie.
           move 0 to NoEtapeSaisie.
           move " " to ModeEtapeSaisie.
           move " " to SurErreurSaisi.
           display PlanProd-Saisie.
           accept PlanProd-Saisie.

           if NomChaineSaisie = " " or NoEtapeSaisie = 0 or ModeEtapeSaisie = " " then
               display " ** Chaine, numero et mode obligatoires ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           if SurErreurSaisi = "a" then
               move "A" to SurErreurSaisi
           end-if.
           if SurErreurSaisi = "s" then
               move "S" to SurErreurSaisi
           end-if.
           if SurErreurSaisi = "c" then
               move "C" to SurErreurSaisi
           end-if.
      ***** Comportement le plus sur a defaut : l'echec de l'etape arrete la chaine *****
           if SurErreurSaisi <> "A" and SurErreurSaisi <> "S" and SurErreurSaisi <> "C" then
               move "A" to SurErreurSaisi
           end-if.

      ***** Une chaine ne peut pas etre etape d'une chaine *****
           move ModeEtapeSaisie to ModeEtapeControle.
           if ModeEtapeControle(1:6) = "CHAINE" or ModeEtapeControle(1:7) = "REPRISE" then
               display " ** Une chaine ne peut pas etre etape d'une chaine ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               DELETE FROM PlanProduction
               WHERE NomChaine = :NomChaineSaisie and NoEtape = :NoEtapeSaisie
           end-exec.
           exec sql
               INSERT INTO PlanProduction (NomChaine, NoEtape, ModeEtape, SurErreur)
               VALUES (:NomChaineSaisie, :NoEtapeSaisie, :ModeEtapeSaisie, :SurErreurSaisi)
           end-exec.
           display M-EffaceQuestion.

      ***** Suppression d'une etape de chaine *****
       SuppressionEtapePlan.
           move " " to NomChaineSaisie.
           move 0 to NoEtapeSaisie.
           display PlanProd-SaisieCle.
           accept PlanProd-SaisieCle.

           move 0 to NbEtapesTrouvees.
           exec sql
               select count(*) into :NbEtapesTrouvees from PlanProduction
               where NomChaine = :NomChaineSaisie and NoEtape = :NoEtapeSaisie
           end-exec.
           if NbEtapesTrouvees = 0 then
               display " ** Etape inexistante ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               DELETE FROM PlanProduction
               WHERE NomChaine = :NomChaineSaisie and NoEtape = :NoEtapeSaisie
           end-exec.
           display M-EffaceQuestion.

      ***** Liste des etapes d'une chaine dans l'ordre d'execution *****
       ListeChainePlan.
           move " " to NomChaineSaisie.
           display "Chaine a lister : " line 1 col 2 with no advancing.
           accept NomChaineSaisie line 1 col 21.

           move NomChaineSaisie to NomChaineCourante.
           exec sql
               declare C-ListeChaine cursor for
                   select NoEtape, ModeEtape, ISNULL(SurErreur, 'A')
                   from PlanProduction
                   where NomChaine = :NomChaineCourante
                   order by NoEtape
           end-exec.
           exec sql
               open C-ListeChaine
           end-exec.

           display PlanProd-E.
           move 4 to NoLignePlan.
           move 0 to BoucleurPlan.
           perform AffichageLigneChainePlan until BoucleurPlan = 1.

           exec sql
               close C-ListeChaine
           end-exec.

           display "Fin de la chaine - Tapez Entree " line 1 col 1 with no advancing.
           accept reponse.

       AffichageLigneChainePlan.
           exec sql
               fetch C-ListeChaine into :LignePlanCourante.NoEtapePlan,
                   :LignePlanCourante.ModeEtapePlan,
                   :LignePlanCourante.SurErreurPlan
           end-exec.
           if (SqlCode = 0 or SqlCode = 1) and NoLignePlan < 22 then
               add 1 to NoLignePlan
               display PlanProd-Contenu
           else
               move 1 to BoucleurPlan
           end-if.

      **********************************************************************
      ***** Gestion de la table des operateurs (sous-menu Referentiels, option 2) *****
      ***** Reservee au profil administration ; meme fonctionnement que la gestion *****
      ***** des banques (Option 10) *****
      **********************************************************************
       GestionOperateurs.
           perform GestionOperateurs-Init.
           perform GestionOperateurs-Trt until GestionOperateur-iterator = 1.
           perform GestionOperateurs-Fin.

       GestionOperateurs-Init.
           move 0 to GestionOperateur-iterator.

       GestionOperateurs-Trt.
           display GestionOperateur-SubMenu.
           move " " to OptionGestionOperateur.
           accept OptionGestionOperateur line 24 col 38.

           evaluate OptionGestionOperateur
               when "1"
                   perform AjoutOperateur
               when "2"
                   perform ModificationOperateur
               when "3"
                   perform SuppressionOperateur
               when "4"
                   perform DeverrouillageOperateur
               when "5"
      ***** L'entretien de la matrice reste reserve au profil administration *****
                   if ProfilOperateur = "A" then
                       perform GestionMatriceAutorisations
                   else
                       display " ** Reserve au profil administration ** " line 25 col 1 bell blink
                   end-if
               when "0"
                   move 1 to GestionOperateur-iterator
           end-evaluate.

       GestionOperateurs-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un operateur
      *------------------------------------------------------------------
       AjoutOperateur.
           move " " to CodeOperateurSaisie.
           move " " to NomOperateurSaisie.
           move " " to MotDePasseOper.
           move " " to ProfilSaisi.
           display GestionOperateur-Saisie.
           accept GestionOperateur-Saisie.

           move 1 to ValidateurOperateur.

           if CodeOperateurSaisie = " " then
               move 0 to ValidateurOperateur
               display " ** Code operateur obligatoire ** " line 25 col 1 bell blink
           end-if.

           if MotDePasseOper = " " then
               move 0 to ValidateurOperateur
               display " ** Mot de passe obligatoire ** " line 25 col 1 bell blink
           end-if.

           if ProfilSaisi = "c" then
               move "C" to ProfilSaisi
           end-if.
           if ProfilSaisi = "g" then
               move "G" to ProfilSaisi
           end-if.
           if ProfilSaisi = "a" then
               move "A" to ProfilSaisi
           end-if.
           if ProfilSaisi <> "C" and ProfilSaisi <> "G" and ProfilSaisi <> "A" then
               move 0 to ValidateurOperateur
               display " ** Profil invalide (C/G/A) ** " line 25 col 1 bell blink
           end-if.

           if ValidateurOperateur = 1 then
               exec sql
                   select count(*) into :NbOperateurs from Operateur
                   where CodeOperateur = :CodeOperateurSaisie
               end-exec
               if NbOperateurs > 0 then
                   move 0 to ValidateurOperateur
                   display " ** Code operateur deja existant ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurOperateur = 1 then
               exec sql
                   INSERT INTO Operateur (CodeOperateur, NomOperateur, MotDePasse, Profil)
                   VALUES (:CodeOperateurSaisie, :NomOperateurSaisie, :MotDePasseOper, :ProfilSaisi)
               end-exec
      ***** Audit : le mot de passe n'est jamais journalise *****
               move "Operateur" to TableAudit
               move "A" to ActionAudit
               move CodeOperateurSaisie to CleAudit
               move spaces to AnciennesValeursAudit
               move spaces to NouvellesValeursAudit
               string "Nom=" NomOperateurSaisie " Profil=" ProfilSaisi
                   delimited by size
                   into NouvellesValeursAudit
               end-string
               perform EcritureAuditReferentiel
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification du mot de passe et du profil d'un operateur
      *------------------------------------------------------------------
       ModificationOperateur.
           move " " to CodeOperateurSaisie.
           display GestionOperateur-SaisieCode.
           accept GestionOperateur-SaisieCode.

           exec sql
               select count(*) into :NbOperateurs from Operateur
               where CodeOperateur = :CodeOperateurSaisie
           end-exec.

           if NbOperateurs = 0 then
               display " ** Code operateur inexistant ** " line 25 col 1 bell blink
           else
      ***** Profil courant capture pour la ligne d'audit avant/apres *****
               move " " to ProfilOperateurAncien
               exec sql
                   select Profil into :ProfilOperateurAncien from Operateur
                   where CodeOperateur = :CodeOperateurSaisie
               end-exec
               move " " to MotDePasseOper
               move " " to ProfilSaisi
               display GestionOperateur-Modification
               accept GestionOperateur-Modification

               if ProfilSaisi = "c" then
                   move "C" to ProfilSaisi
               end-if
               if ProfilSaisi = "g" then
                   move "G" to ProfilSaisi
               end-if
               if ProfilSaisi = "a" then
                   move "A" to ProfilSaisi
               end-if

               if MotDePasseOper = " " or
                  (ProfilSaisi <> "C" and ProfilSaisi <> "G" and ProfilSaisi <> "A") then
                   display " ** Mot de passe et profil (C/G/A) obligatoires ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE Operateur SET MotDePasse = :MotDePasseOper, Profil = :ProfilSaisi
                       WHERE CodeOperateur = :CodeOperateurSaisie
                   end-exec
      ***** Audit : le mot de passe n'est jamais journalise *****
                   move "Operateur" to TableAudit
                   move "M" to ActionAudit
                   move CodeOperateurSaisie to CleAudit
                   move spaces to AnciennesValeursAudit
                   string "Profil=" ProfilOperateurAncien delimited by size
                       into AnciennesValeursAudit
                   end-string
                   move spaces to NouvellesValeursAudit
                   string "Profil=" ProfilSaisi " MotDePasse=******"
                       delimited by size
                       into NouvellesValeursAudit
                   end-string
                   perform EcritureAuditReferentiel
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Matrice des autorisations (profil A) : entretien des lignes
      * profil/option/plafond, restriction de guichet d'un operateur,
      * et edition imprimable de la matrice pour les auditeurs
      *------------------------------------------------------------------
       GestionMatriceAutorisations.
           move 0 to GestionAutor-iterator.
           perform GestionMatriceAutorisations-Trt until GestionAutor-iterator = 1.

       GestionMatriceAutorisations-Trt.
           display MatriceAutor-SubMenu.
           move " " to OptionMatrice.
           accept OptionMatrice line 24 col 38.

           evaluate OptionMatrice
               when "1"
                   perform AjoutAutorisation
               when "2"
                   perform RetraitAutorisation
               when "3"
                   perform RestrictionGuichetOperateur
               when "4"
                   perform EditionMatriceAutorisations
               when "0"
                   move 1 to GestionAutor-iterator
           end-evaluate.

      ***** Autorise une option pour un profil (remplace la ligne si elle existe deja) *****
       AjoutAutorisation.
           move " " to ProfilAutorSaisi.
           move 0 to OptionAutorSaisie.
           move 0 to PlafondAutorSaisi.
           display MatriceAutor-Saisie.
           accept MatriceAutor-Saisie.

           if ProfilAutorSaisi = " " or OptionAutorSaisie = 0 or
              OptionAutorSaisie > 19 then
               display " ** Profil et option (1-19) obligatoires ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               DELETE FROM AutorisationProfil
               WHERE Profil = :ProfilAutorSaisi and OptionMenu = :OptionAutorSaisie
           end-exec.
           exec sql
               INSERT INTO AutorisationProfil (Profil, OptionMenu, PlafondMontant)
               VALUES (:ProfilAutorSaisi, :OptionAutorSaisie, :PlafondAutorSaisi)
           end-exec.

           move "AutorisationProfil" to TableAudit.
           move "A" to ActionAudit.
           move spaces to CleAudit.
           string ProfilAutorSaisi "/option " OptionAutorSaisie
               delimited by size into CleAudit
           end-string.
           move spaces to AnciennesValeursAudit.
           move PlafondAutorSaisi to PlafondAuditEd.
           move spaces to NouvellesValeursAudit.
           string "Plafond=" PlafondAuditEd delimited by size
               into NouvellesValeursAudit
           end-string.
           perform EcritureAuditReferentiel.
           display M-EffaceQuestion.

      ***** Retire une option du perimetre d'un profil *****
       RetraitAutorisation.
           move " " to ProfilAutorSaisi.
           move 0 to OptionAutorSaisie.
           display MatriceAutor-SaisieCle.
           accept MatriceAutor-SaisieCle.

           move 0 to NbLigneAutorisation.
           exec sql
               select count(*) into :NbLigneAutorisation from AutorisationProfil
               where Profil = :ProfilAutorSaisi and OptionMenu = :OptionAutorSaisie
           end-exec.
           if NbLigneAutorisation = 0 then
               display " ** Ligne profil/option inexistante ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               DELETE FROM AutorisationProfil
               WHERE Profil = :ProfilAutorSaisi and OptionMenu = :OptionAutorSaisie
           end-exec.

           move "AutorisationProfil" to TableAudit.
           move "S" to ActionAudit.
           move spaces to CleAudit.
           string ProfilAutorSaisi "/option " OptionAutorSaisie
               delimited by size into CleAudit
           end-string.
           move "autorisee" to AnciennesValeursAudit.
           move spaces to NouvellesValeursAudit.
           perform EcritureAuditReferentiel.
           display M-EffaceQuestion.

      ***** Pose ou leve la restriction de guichet d'un operateur *****
       RestrictionGuichetOperateur.
           move " " to CodeOperateurSaisie.
           move " " to GuichetRestreintSaisi.
           display MatriceAutor-Restriction.
           accept MatriceAutor-Restriction.

           exec sql
               select count(*) into :NbOperateurs from Operateur
               where CodeOperateur = :CodeOperateurSaisie
           end-exec.
           if NbOperateurs = 0 then
               display " ** Code operateur inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               UPDATE Operateur SET GuichetRestreint = :GuichetRestreintSaisi
               WHERE CodeOperateur = :CodeOperateurSaisie
           end-exec.

           move "Operateur" to TableAudit.
           move "M" to ActionAudit.
           move CodeOperateurSaisie to CleAudit.
           move spaces to AnciennesValeursAudit.
           move spaces to NouvellesValeursAudit.
           string "GuichetRestreint=" GuichetRestreintSaisi
               delimited by size into NouvellesValeursAudit
           end-string.
           perform EcritureAuditReferentiel.
           display M-EffaceQuestion.

      ***** Edition imprimable de la matrice : lignes profil/option/plafond puis les *****
      ***** restrictions de guichet posees sur les operateurs, fiche au catalogue *****
       EditionMatriceAutorisations.
           move 0 to NbLignesMatriceEd.
           move "MATRICE AUTORIS" to TypeEditionCourant.
           move "MatriceAutor" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierMatrice.

           open output F-MatriceAutorisations.
           write E-MatriceAutorisations from " Matrice des autorisations (profil / option / plafond)".
           write E-MatriceAutorisations from " ------------------------------------------------------".
           write E-MatriceAutorisations from " Profil  Option  Plafond (0 = sans)".

           exec sql
               declare C-Matrice cursor for
                   select Profil, OptionMenu, ISNULL(PlafondMontant, 0)
                   from AutorisationProfil
                   order by Profil, OptionMenu
           end-exec.
           exec sql
               open C-Matrice
           end-exec.

           move 0 to BoucleurMatrice.
           perform EditionLigneMatrice until BoucleurMatrice = 1.

           exec sql
               close C-Matrice
           end-exec.

           write E-MatriceAutorisations from " ".
           write E-MatriceAutorisations from " Restrictions de guichet par operateur".
           write E-MatriceAutorisations from " -------------------------------------".

           exec sql
               declare C-Restrictions cursor for
                   select CodeOperateur, GuichetRestreint
                   from Operateur
                   where ISNULL(GuichetRestreint, ' ') <> ' '
                   order by CodeOperateur
           end-exec.
           exec sql
               open C-Restrictions
           end-exec.

           move 0 to BoucleurMatrice.
           perform EditionLigneRestriction until BoucleurMatrice = 1.

           exec sql
               close C-Restrictions
           end-exec.

           close F-MatriceAutorisations.
           move NomFichierMatrice to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesMatriceEd to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           display "Matrice editee : " line 1 col 1 with no advancing.
           display NbLignesMatriceEd line 1 col 18 with no advancing.
           display " ligne(s) - Tapez Entree " line 1 col 25 with no advancing.
           accept reponse.

       EditionLigneMatrice.
           exec sql
               fetch C-Matrice into :LigneMatriceCourante.ProfilMat,
                   :LigneMatriceCourante.OptionMat,
                   :LigneMatriceCourante.PlafondMat
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbLignesMatriceEd
               move ProfilMat of LigneMatriceCourante to ProfilMatEd of LigneMatriceEd
               move OptionMat of LigneMatriceCourante to OptionMatEd of LigneMatriceEd
               move PlafondMat of LigneMatriceCourante to PlafondMatEd of LigneMatriceEd
               write E-MatriceAutorisations from LigneMatriceEd
           else
               move 1 to BoucleurMatrice
           end-if.

       EditionLigneRestriction.
           exec sql
               fetch C-Restrictions into :CodeOperateurSaisie, :GuichetRestreintOper
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbLignesMatriceEd
               move spaces to ZoneCourrierTravail
               string " " CodeOperateurSaisie " -> guichet " GuichetRestreintOper
                   delimited by size into ZoneCourrierTravail
               end-string
               move ZoneCourrierTravail(1:80) to LigneCourrierEd
               write E-MatriceAutorisations from LigneCourrierEd
           else
               move 1 to BoucleurMatrice
           end-if.

      *------------------------------------------------------------------
      * Deverrouillage d'un operateur bloque apres trois echecs de
      * sign-on : remise a zero du verrou et du compteur, tracee a l'audit
      *------------------------------------------------------------------
       DeverrouillageOperateur.
           move " " to CodeOperateurSaisie.
           display GestionOperateur-SaisieCode.
           accept GestionOperateur-SaisieCode.

           exec sql
               select count(*) into :NbOperateurs from Operateur
               where CodeOperateur = :CodeOperateurSaisie
           end-exec.

           if NbOperateurs = 0 then
               display " ** Code operateur inexistant ** " line 25 col 1 bell blink
           else
               exec sql
                   UPDATE Operateur SET Verrouille = 'N', EchecsSignOn = 0
                   WHERE CodeOperateur = :CodeOperateurSaisie
               end-exec
               move "Operateur" to TableAudit
               move "M" to ActionAudit
               move CodeOperateurSaisie to CleAudit
               move spaces to AnciennesValeursAudit
               move "Verrouille=O" to AnciennesValeursAudit
               move spaces to NouvellesValeursAudit
               move "Verrouille=N EchecsSignOn=0" to NouvellesValeursAudit
               perform EcritureAuditReferentiel
               display " ** Operateur deverrouille ** " line 25 col 1
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un operateur (pas de suppression de soi-meme)
      *------------------------------------------------------------------
       SuppressionOperateur.
           move " " to CodeOperateurSaisie.
           display GestionOperateur-SaisieCode.
           accept GestionOperateur-SaisieCode.

           if CodeOperateurSigne = CodeOperateurSaisie then
               display " ** Impossible de supprimer l'operateur signe ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               select count(*) into :NbOperateurs from Operateur
               where CodeOperateur = :CodeOperateurSaisie
           end-exec.

           if NbOperateurs = 0 then
               display " ** Code operateur inexistant ** " line 25 col 1 bell blink
           else
               move "N" to ConfirmationSuppressionBanque
               display GestionOperateur-NotifSuppression
               accept GestionOperateur-NotifSuppression
               if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
      ***** Capture du nom et du profil avant suppression pour la ligne d'audit *****
                   move " " to NomOperateurTrouve
                   move " " to ProfilOperateurAncien
                   exec sql
                       select NomOperateur, Profil
                       into :NomOperateurTrouve, :ProfilOperateurAncien
                       from Operateur
                       where CodeOperateur = :CodeOperateurSaisie
                   end-exec
                   exec sql
                       DELETE FROM Operateur WHERE CodeOperateur = :CodeOperateurSaisie
                   end-exec
                   move "Operateur" to TableAudit
                   move "S" to ActionAudit
                   move CodeOperateurSaisie to CleAudit
                   move spaces to AnciennesValeursAudit
                   string "Nom=" NomOperateurTrouve " Profil=" ProfilOperateurAncien
                       delimited by size
                       into AnciennesValeursAudit
                   end-string
                   move spaces to NouvellesValeursAudit
                   perform EcritureAuditReferentiel
               end-if
               display M-EffaceQuestion
           end-if.

      **********************************************************************
      ***** Gestion du referentiel des guichets (sous-menu Referentiels, option 3) *****
      ***** Meme fonctionnement que la gestion des banques (Option 10) *****
      **********************************************************************
       GestionGuichets.
           perform GestionGuichets-Init.
           perform GestionGuichets-Trt until GestionGuichet-iterator = 1.
           perform GestionGuichets-Fin.

       GestionGuichets-Init.
           move 0 to GestionGuichet-iterator.

       GestionGuichets-Trt.
           display GestionGuichet-SubMenu.
           move " " to OptionGestionGuichet.
           accept OptionGestionGuichet line 24 col 38.

           evaluate OptionGestionGuichet
               when "1"
                   perform AjoutGuichet
               when "2"
                   perform ModificationGuichet
               when "3"
                   perform SuppressionGuichet
               when "0"
                   move 1 to GestionGuichet-iterator
           end-evaluate.

       GestionGuichets-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un guichet (la banque doit exister dans la table Banque)
      *------------------------------------------------------------------
       AjoutGuichet.
           move " " to CodeBanqueGuichetSaisie.
           move " " to CodeGuichetSaisie.
           move " " to NomGuichetSaisie.
           move " " to AdresseGuichetSaisie.
           display GestionGuichet-Saisie.
           accept GestionGuichet-Saisie.

           move 1 to ValidateurGuichet.

           if CodeBanqueGuichetSaisie = " " or CodeGuichetSaisie = " " then
               move 0 to ValidateurGuichet
               display " ** Code banque et code guichet obligatoires ** " line 25 col 1 bell blink
           end-if.

           if NomGuichetSaisie = " " then
               move 0 to ValidateurGuichet
               display " ** Nom guichet obligatoire ** " line 25 col 1 bell blink
           end-if.

           if ValidateurGuichet = 1 then
               exec sql
                   select count(*) into :NbGuichetTrouve from Banque
                   where CodeBanque = :CodeBanqueGuichetSaisie
               end-exec
               if NbGuichetTrouve = 0 then
                   move 0 to ValidateurGuichet
                   display " ** Code banque inexistant ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurGuichet = 1 then
               exec sql
                   select count(*) into :NbGuichetTrouve from Guichet
                   where CodeBanque = :CodeBanqueGuichetSaisie
                     and CodeGuichet = :CodeGuichetSaisie
               end-exec
               if NbGuichetTrouve > 0 then
                   move 0 to ValidateurGuichet
                   display " ** Guichet deja existant ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurGuichet = 1 then
               exec sql
                   INSERT INTO Guichet (CodeBanque, CodeGuichet, NomGuichet, AdresseGuichet)
                   VALUES (:CodeBanqueGuichetSaisie, :CodeGuichetSaisie,
                           :NomGuichetSaisie, :AdresseGuichetSaisie)
               end-exec
               move "Guichet" to TableAudit
               move "A" to ActionAudit
               move spaces to CleAudit
               string CodeBanqueGuichetSaisie "/" CodeGuichetSaisie
                   delimited by size into CleAudit
               end-string
               move spaces to AnciennesValeursAudit
               move spaces to NouvellesValeursAudit
               string "Nom=" NomGuichetSaisie delimited by size
                   into NouvellesValeursAudit
               end-string
               perform EcritureAuditReferentiel
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification d'un guichet
      *------------------------------------------------------------------
       ModificationGuichet.
           move " " to CodeBanqueGuichetSaisie.
           move " " to CodeGuichetSaisie.
           display GestionGuichet-SaisieCle.
           accept GestionGuichet-SaisieCle.

           exec sql
               select NomGuichet, AdresseGuichet into :NomGuichetTrouve, :AdresseGuichetSaisie
               from Guichet
               where CodeBanque = :CodeBanqueGuichetSaisie
                 and CodeGuichet = :CodeGuichetSaisie
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Guichet inexistant ** " line 25 col 1 bell blink
           else
               move " " to NomGuichetSaisie
               display GestionGuichet-AffichageNom
               accept GestionGuichet-AffichageNom

               if NomGuichetSaisie = " " then
                   display " ** Nom guichet obligatoire ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE Guichet
                       SET NomGuichet = :NomGuichetSaisie, AdresseGuichet = :AdresseGuichetSaisie
                       WHERE CodeBanque = :CodeBanqueGuichetSaisie
                         AND CodeGuichet = :CodeGuichetSaisie
                   end-exec
                   move "Guichet" to TableAudit
                   move "M" to ActionAudit
                   move spaces to CleAudit
                   string CodeBanqueGuichetSaisie "/" CodeGuichetSaisie
                       delimited by size into CleAudit
                   end-string
                   move spaces to AnciennesValeursAudit
                   string "Nom=" NomGuichetTrouve delimited by size
                       into AnciennesValeursAudit
                   end-string
                   move spaces to NouvellesValeursAudit
                   string "Nom=" NomGuichetSaisie delimited by size
                       into NouvellesValeursAudit
                   end-string
                   perform EcritureAuditReferentiel
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un guichet (pas de suppression si des comptes y sont rattaches)
      *------------------------------------------------------------------
       SuppressionGuichet.
           move " " to CodeBanqueGuichetSaisie.
           move " " to CodeGuichetSaisie.
           display GestionGuichet-SaisieCle.
           accept GestionGuichet-SaisieCle.

           exec sql
               select count(*) into :NbGuichetTrouve from Guichet
               where CodeBanque = :CodeBanqueGuichetSaisie
                 and CodeGuichet = :CodeGuichetSaisie
           end-exec.

           if NbGuichetTrouve = 0 then
               display " ** Guichet inexistant ** " line 25 col 1 bell blink
           else
               exec sql
                   select count(*) into :NbGuichetTrouve from Compte
                   where CodeBanque = :CodeBanqueGuichetSaisie
                     and CodeGuichet = :CodeGuichetSaisie
               end-exec

               if NbGuichetTrouve > 0 then
                   display " ** Guichet utilise par des comptes, suppression impossible ** " line 25 col 1 bell blink
               else
                   move "N" to ConfirmationSuppressionBanque
                   display GestionGuichet-NotifSuppression
                   accept GestionGuichet-NotifSuppression
                   if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
      ***** Capture du nom avant suppression pour la ligne d'audit avant/apres *****
                       move " " to NomGuichetTrouve
                       exec sql
                           select NomGuichet into :NomGuichetTrouve from Guichet
                           where CodeBanque = :CodeBanqueGuichetSaisie
                             and CodeGuichet = :CodeGuichetSaisie
                       end-exec
                       exec sql
                           DELETE FROM Guichet
                           WHERE CodeBanque = :CodeBanqueGuichetSaisie
                             AND CodeGuichet = :CodeGuichetSaisie
                       end-exec
                       move "Guichet" to TableAudit
                       move "S" to ActionAudit
                       move spaces to CleAudit
                       string CodeBanqueGuichetSaisie "/" CodeGuichetSaisie
                           delimited by size into CleAudit
                       end-string
                       move spaces to AnciennesValeursAudit
                       string "Nom=" NomGuichetTrouve delimited by size
                           into AnciennesValeursAudit
                       end-string
                       move spaces to NouvellesValeursAudit
                       perform EcritureAuditReferentiel
                   end-if
                   display M-EffaceQuestion
               end-if
           end-if.

      **********************************************************************************************
      ***** Chargement du referentiel officiel des banques (sous-menu Referentiels, option 4) *****
      ***** Fichier recu : une ligne code;nom;statut par etablissement. Les nouvelles banques *****
      ***** sont inserees, les renommees mises a jour, et les banques de notre table absentes *****
      ***** du fichier sont signalees au rapport comme candidates a la cloture - jamais *****
      ***** supprimees automatiquement. Peut etre lance sans surveillance avec *****
      ***** ModeBatch = "REFBANQUE" *****
      **********************************************************************************************
       ImportReferentielBanques.
           perform ImportReferentielBanques-Init.
           perform ImportReferentielBanques-Trt until ImportRefBanques-iterator = 1.
           perform ImportReferentielBanques-Fin.

       ImportReferentielBanques-Init.
           move 0 to ImportRefBanques-iterator.
           move 0 to NoLigneRefBanque.
           move 0 to NbAjoutsRefBanque.
           move 0 to NbMajRefBanque.
           move 0 to NbDisparusRefBanque.
           move 0 to NbBanquesVues.
           move "N" to BanquesVuesDeborde.

           open input F-ReferentielBanques.
           open output F-RapportRefBanques.
           write E-RapportRefBanques from " Chargement du referentiel officiel des banques".
           write E-RapportRefBanques from " ----------------------------------------------".

       ImportReferentielBanques-Trt.
           read F-ReferentielBanques
               at end
                   move 1 to ImportRefBanques-iterator
               not at end
                   add 1 to NoLigneRefBanque
                   perform TraitementLigneRefBanque
           end-read.

       ImportReferentielBanques-Fin.
           close F-ReferentielBanques.

      ***** Banques de notre table absentes du fichier officiel : candidates a la cloture. *****
      ***** Si le fichier a deborde la table des codes vus, la passe serait fausse (tout code *****
      ***** non memorise semblerait disparu) : elle est sautee avec un avertissement au rapport *****
           if BanquesVuesDeborde = "N" then
               perform RechercheBanquesDisparues
           else
               write E-RapportRefBanques from
                   " ** Fichier officiel de plus de 2000 etablissements : detection des disparitions sautee **"
           end-if.

      ***** Recapitulatif ajouts / mises a jour / disparitions *****
           move NbAjoutsRefBanque to NbAjoutsEd of LigneRapportRefTotal.
           move NbMajRefBanque to NbMajEd of LigneRapportRefTotal.
           move NbDisparusRefBanque to NbDisparusEd of LigneRapportRefTotal.
           write E-RapportRefBanques from " ".
           write E-RapportRefBanques from LigneRapportRefTotal.
           close F-RapportRefBanques.

           if ModeBatch(1:9) <> "REFBANQUE" then
               display "Referentiel charge - voir RapportReferentielBanques.txt - Tapez Entree " line 1 col 1 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne du fichier officiel : ajout, renommage ou signalement *****
       TraitementLigneRefBanque.
           move " " to CodeBanqueRef.
           move " " to NomBanqueRef.
           move " " to StatutBanqueRef.

           unstring E-ReferentielBanques delimited by ";" into
             CodeBanqueRef
             NomBanqueRef
             StatutBanqueRef
           end-unstring.

           if CodeBanqueRef = " " then
               exit paragraph
           end-if.

      ***** Memorisation du code vu, pour la detection des disparitions en fin de fichier *****
           if NbBanquesVues < 2000 then
               add 1 to NbBanquesVues
               move CodeBanqueRef to CodeBanqueVu(NbBanquesVues)
           else
               move "O" to BanquesVuesDeborde
           end-if.

           move " " to NomBanqueActuel.
           exec sql
               select NomBanque into :NomBanqueActuel from Banque
               where CodeBanque = :CodeBanqueRef
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
      ***** Banque inconnue de notre table : inseree si le referentiel la donne active *****
               if StatutBanqueRef = "A" or StatutBanqueRef = " " then
                   exec sql
                       INSERT INTO Banque (CodeBanque, NomBanque)
                       VALUES (:CodeBanqueRef, :NomBanqueRef)
                   end-exec
                   add 1 to NbAjoutsRefBanque
                   move "AJOUT" to ActionRef of LigneRapportRef
                   move CodeBanqueRef to CodeRef of LigneRapportRef
                   move NomBanqueRef to NomRef of LigneRapportRef
                   move " " to CommentaireRef of LigneRapportRef
                   write E-RapportRefBanques from LigneRapportRef
               end-if
           else
      ***** Banque connue : signalement si le referentiel la donne fermee, sinon renommage *****
               if StatutBanqueRef <> "A" and StatutBanqueRef <> " " then
                   move "CANDIDAT CLOTURE" to ActionRef of LigneRapportRef
                   move CodeBanqueRef to CodeRef of LigneRapportRef
                   move NomBanqueActuel to NomRef of LigneRapportRef
                   move "Declaree fermee par le referentiel officiel" to CommentaireRef of LigneRapportRef
                   write E-RapportRefBanques from LigneRapportRef
                   add 1 to NbDisparusRefBanque
               else
                   if NomBanqueRef <> NomBanqueActuel and NomBanqueRef <> " " then
                       exec sql
                           UPDATE Banque SET NomBanque = :NomBanqueRef
                           WHERE CodeBanque = :CodeBanqueRef
                       end-exec
                       add 1 to NbMajRefBanque
                       move "MISE A JOUR" to ActionRef of LigneRapportRef
                       move CodeBanqueRef to CodeRef of LigneRapportRef
                       move NomBanqueRef to NomRef of LigneRapportRef
                       move spaces to CommentaireRef of LigneRapportRef
                       string "Ancien nom : " NomBanqueActuel delimited by size
                           into CommentaireRef of LigneRapportRef
                       end-string
                       write E-RapportRefBanques from LigneRapportRef
                   end-if
               end-if
           end-if.

      ***** Parcours de la table Banque : toute banque non vue dans le fichier est signalee *****
       RechercheBanquesDisparues.
           exec sql
               declare C-BanquesDisparues cursor for
                   select CodeBanque, NomBanque from Banque
                   order by CodeBanque
           end-exec.
           exec sql
               open C-BanquesDisparues
           end-exec.

           move 0 to BoucleurDisparus.
           perform ControleBanqueDisparue until BoucleurDisparus = 1.

           exec sql
               close C-BanquesDisparues
           end-exec.

       ControleBanqueDisparue.
           exec sql
               fetch C-BanquesDisparues into :Banque.CodeBanque, :Banque.NomBanque
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform RechercheCodeBanqueVu
               if BanquesVues-i > NbBanquesVues then
                   add 1 to NbDisparusRefBanque
                   move "DISPARU" to ActionRef of LigneRapportRef
                   move CodeBanque of Banque to CodeRef of LigneRapportRef
                   move NomBanque of Banque to NomRef of LigneRapportRef
                   move "Absente du fichier officiel - candidate a la cloture" to CommentaireRef of LigneRapportRef
                   write E-RapportRefBanques from LigneRapportRef
               end-if
           else
               move 1 to BoucleurDisparus
           end-if.

      ***** Recherche du code banque courant parmi les codes vus dans le fichier officiel *****
       RechercheCodeBanqueVu.
           perform varying BanquesVues-i from 1 by 1 until
             BanquesVues-i > NbBanquesVues or
             CodeBanqueVu(BanquesVues-i) = CodeBanque of Banque.

      **********************************************************************
      ***** Gestion du referentiel des codes operations (sous-menu Referentiels, option 5) *****
      ***** Meme fonctionnement que la gestion des taux de change *****
      **********************************************************************
       GestionCodesOperations.
           perform GestionCodesOperations-Init.
           perform GestionCodesOperations-Trt until GestionCodeOp-iterator = 1.
           perform GestionCodesOperations-Fin.

       GestionCodesOperations-Init.
           move 0 to GestionCodeOp-iterator.

       GestionCodesOperations-Trt.
           display GestionCodeOp-SubMenu.
           move " " to OptionGestionCodeOp.
           accept OptionGestionCodeOp line 24 col 38.

           evaluate OptionGestionCodeOp
               when "1"
                   perform AjoutCodeOperation
               when "2"
                   perform ModificationCodeOperation
               when "3"
                   perform SuppressionCodeOperation
               when "0"
                   move 1 to GestionCodeOp-iterator
           end-evaluate.

       GestionCodesOperations-Fin.
           continue.

      *------------------------------------------------------------------
      * Ajout d'un code operation
      *------------------------------------------------------------------
       AjoutCodeOperation.
           move " " to CodeOperationSaisie.
           move " " to LibelleCodeOpSaisie.
           move " " to FamilleCodeOpSaisie.
           display GestionCodeOp-Saisie.
           accept GestionCodeOp-Saisie.

           move 1 to ValidateurCodeOp.

           if CodeOperationSaisie = " " or LibelleCodeOpSaisie = " " or
              FamilleCodeOpSaisie = " " then
               move 0 to ValidateurCodeOp
               display " ** Code, libelle et famille obligatoires ** " line 25 col 1 bell blink
           end-if.

           if ValidateurCodeOp = 1 then
               exec sql
                   select count(*) into :NbCodeOpTrouve from CodeOperation
                   where CodeOperation = :CodeOperationSaisie
               end-exec
               if NbCodeOpTrouve > 0 then
                   move 0 to ValidateurCodeOp
                   display " ** Code operation deja existant ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurCodeOp = 1 then
               exec sql
                   INSERT INTO CodeOperation (CodeOperation, Libelle, Famille)
                   VALUES (:CodeOperationSaisie, :LibelleCodeOpSaisie, :FamilleCodeOpSaisie)
               end-exec
               move "CodeOperation" to TableAudit
               move "A" to ActionAudit
               move CodeOperationSaisie to CleAudit
               move spaces to AnciennesValeursAudit
               move spaces to NouvellesValeursAudit
               string "Libelle=" LibelleCodeOpSaisie " Famille=" FamilleCodeOpSaisie
                   delimited by size
                   into NouvellesValeursAudit
               end-string
               perform EcritureAuditReferentiel
               display M-EffaceQuestion
           end-if.

      *------------------------------------------------------------------
      * Modification d'un code operation
      *------------------------------------------------------------------
       ModificationCodeOperation.
           move " " to CodeOperationSaisie.
           display GestionCodeOp-SaisieCode.
           accept GestionCodeOp-SaisieCode.

           exec sql
               select Libelle, Famille into :LibelleCodeOpTrouve, :FamilleCodeOpSaisie
               from CodeOperation
               where CodeOperation = :CodeOperationSaisie
           end-exec.

           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Code operation inexistant ** " line 25 col 1 bell blink
           else
               move " " to LibelleCodeOpSaisie
               display GestionCodeOp-Modification
               accept GestionCodeOp-Modification

               if LibelleCodeOpSaisie = " " or FamilleCodeOpSaisie = " " then
                   display " ** Libelle et famille obligatoires ** " line 25 col 1 bell blink
               else
                   exec sql
                       UPDATE CodeOperation
                       SET Libelle = :LibelleCodeOpSaisie, Famille = :FamilleCodeOpSaisie
                       WHERE CodeOperation = :CodeOperationSaisie
                   end-exec
                   move "CodeOperation" to TableAudit
                   move "M" to ActionAudit
                   move CodeOperationSaisie to CleAudit
                   move spaces to AnciennesValeursAudit
                   string "Libelle=" LibelleCodeOpTrouve delimited by size
                       into AnciennesValeursAudit
                   end-string
                   move spaces to NouvellesValeursAudit
                   string "Libelle=" LibelleCodeOpSaisie " Famille=" FamilleCodeOpSaisie
                       delimited by size
                       into NouvellesValeursAudit
                   end-string
                   perform EcritureAuditReferentiel
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Suppression d'un code operation (pas si des mouvements le portent)
      *------------------------------------------------------------------
       SuppressionCodeOperation.
           move " " to CodeOperationSaisie.
           display GestionCodeOp-SaisieCode.
           accept GestionCodeOp-SaisieCode.

           exec sql
               select count(*) into :NbCodeOpTrouve from CodeOperation
               where CodeOperation = :CodeOperationSaisie
           end-exec.

           if NbCodeOpTrouve = 0 then
               display " ** Code operation inexistant ** " line 25 col 1 bell blink
           else
               exec sql
                   select count(*) into :NbCodeOpTrouve from MouvementCompte
                   where CodeOperation = :CodeOperationSaisie
               end-exec

               if NbCodeOpTrouve > 0 then
                   display " ** Code porte par des mouvements, suppression impossible ** " line 25 col 1 bell blink
               else
                   move "N" to ConfirmationSuppressionBanque
                   display GestionCodeOp-NotifSuppression
                   accept GestionCodeOp-NotifSuppression
                   if ConfirmationSuppressionBanque = "o" or ConfirmationSuppressionBanque = "O" then
      ***** Capture du libelle avant suppression pour la ligne d'audit avant/apres *****
                       move " " to LibelleCodeOpTrouve
                       move " " to FamilleCodeOpSaisie
                       exec sql
                           select Libelle, Famille
                           into :LibelleCodeOpTrouve, :FamilleCodeOpSaisie
                           from CodeOperation
                           where CodeOperation = :CodeOperationSaisie
                       end-exec
                       exec sql
                           DELETE FROM CodeOperation WHERE CodeOperation = :CodeOperationSaisie
                       end-exec
                       move "CodeOperation" to TableAudit
                       move "S" to ActionAudit
                       move CodeOperationSaisie to CleAudit
                       move spaces to AnciennesValeursAudit
                       string "Libelle=" LibelleCodeOpTrouve " Famille=" FamilleCodeOpSaisie
                           delimited by size
                           into AnciennesValeursAudit
                       end-string
                       move spaces to NouvellesValeursAudit
                       perform EcritureAuditReferentiel
                   end-if
                   display M-EffaceQuestion
               end-if
           end-if.

      *------------------------------------------------------------------
      * Recherche du taux de conversion en euros d'une devise.
      * EUR vaut 1 par definition ; une devise sans taux enregistre est
      * convertie 1 pour 1 en attendant sa saisie dans le referentiel.
      *------------------------------------------------------------------
       RechercheTauxEur.
           if DeviseTaux = "EUR" or DeviseTaux = " " then
               move 1 to TauxEurTrouve
           else
      ***** Taux en vigueur a DateTauxRecherche (a blanc = le plus recent connu) *****
               move 0 to TauxEurTrouve
               exec sql
                   select top 1 TauxEur into :TauxEurTrouve from TauxChange
                   where Devise = :DeviseTaux
                     and (:DateTauxRecherche = ' '
                          or ISNULL(DateValidite, ' ') <= :DateTauxRecherche)
                   order by ISNULL(DateValidite, ' ') DESC
               end-exec
               if (SQLCODE <> 0 and SQLCODE <> 1) or TauxEurTrouve = 0 then
                   move 1 to TauxEurTrouve
               end-if
           end-if.

      **********************************************************************************
      ***** Edition imprimable de l'etat des comptes (Option 11) *****
      **********************************************************************************
       EtatDesComptes.
           perform SaisieDateArreteEtat.
           perform EtatDesComptes-Init.
           perform EtatDesComptes-Trt until EtatComptes-iterator = 1.
           perform EtatDesComptes-Fin.

      ***** Date d'arrete optionnelle : vide = situation courante, sinon les soldes sont *****
      ***** reconstitues en rejouant les mouvements jusqu'a cette date *****
       SaisieDateArreteEtat.
           move spaces to DateArreteEtat.
           display "Date d'arrete (AAAAMMJJ, vide = situation courante) : " line 1 col 2 with no advancing.
           accept DateArreteEtat line 1 col 57.
           if DateArreteEtat not = spaces and DateArreteEtat is not numeric then
               display " ** Date invalide, situation courante editee ** " line 25 col 1 bell blink
               move spaces to DateArreteEtat
           end-if.

       EtatDesComptes-Init.
           move 0 to EtatComptes-iterator.

      ***** Photo mensuelle verifiee la plus proche sous la date d'arrete demandee, pour *****
      ***** que le rejeu a date ne reparcoure plus tout l'historique des mouvements *****
           move "00000000" to DateBasePhotoEtat.
           if DateArreteEtat <> spaces then
               exec sql
                   select ISNULL(max(DateArrete), '00000000') into :DateBasePhotoEtat
                   from SoldeMensuel
                   where Verifie = 'O' and DateArrete <= :DateArreteEtat
               end-exec
           end-if.

      ***** Nom date du fichier d'edition de ce run *****
           move "ETAT COMPTES" to TypeEditionCourant.
           move "EtatComptes" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierEtatComptes.

           if DateArreteEtat = spaces then
               move spaces to MentionArreteEtat of LigneEtatEntete1
           else
               move spaces to MentionArreteEtat of LigneEtatEntete1
               string "  Arrete au " DateArreteEtat(7:2) "/" DateArreteEtat(5:2) "/"
                   DateArreteEtat(1:4) delimited by size
                   into MentionArreteEtat of LigneEtatEntete1
               end-string
           end-if.

      ***** Les comptes clos ne figurent plus sur l'etat imprimable - sauf a date d'arrete, *****
      ***** ou un compte clos APRES la date demandee existait encore a cette date et doit *****
      ***** figurer dans la position reconstituee (meme perimetre que le bilan a date) *****
           exec sql
               declare C-EtatComptes cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                   Compte.TypeCompte, Compte.CleRib, Compte.Devise, Compte.Debit, Compte.Credit,
                   Client.Nom, Banque.NomBanque
                   from Compte
                   join Client on Client.CodeClient = Compte.CodeClient
                   join Banque on Banque.CodeBanque = Compte.CodeBanque
                   where (ISNULL(Compte.Statut, 'O') <> 'C'
                          or (:DateArreteEtat <> ' '
                              and ISNULL(Compte.DateCloture, ' ') > :DateArreteEtat))
                   order by Banque.NomBanque, Compte.CodeGuichet, Compte.RacineCompte
           end-exec.

           exec sql
               open C-EtatComptes
           end-exec.

           move 0 to NoPageEtat.
           move 66 to NbLigneEtat.
           move corresponding DateSysteme to LigneEtatEntete1.
           move 0 to NbComptesEtat.
      ***** Les accumulateurs generaux sont desormais les contre-valeurs en euros *****
           move 0 to TotalDebitEtatAcc.
           move 0 to TotalCreditEtatAcc.
           move 0 to NbDevisesEtat.

       EtatDesComptes-Trt.
           exec sql
               fetch C-EtatComptes into :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib, :Compte.Devise,
                   :Compte.Debit, :Compte.Credit,
                   :LigneEtatDetail.NomClient, :LigneEtatDetail.NomBanque
           end-exec.
           if SQLCODE = 1 or SQLCODE = 0 then
               perform ImpressionEtatCompte
           else
               move 1 to EtatComptes-iterator
           end-if.

       EtatDesComptes-Fin.
           exec sql
               close C-EtatComptes
           end-exec.

      ********** Impression du pied d'état
           if NoPageEtat > 0 then
               move NoPageEtat to NPage of DernierEtatBasPage
               write E-EtatComptes from DernierEtatBasPage

      ********** Impression du bloc récapitulatif
      ********** Sous-totaux dans chaque devise rencontree, puis totaux consolides en euros
               move NbComptesEtat to TotalComptesEtat of LigneEtatTotal1
               move TotalDebitEtatAcc to TotalDebitEtat of LigneEtatTotal2
               move TotalCreditEtatAcc to TotalCreditEtat of LigneEtatTotal3
               write E-EtatComptes from " "
               write E-EtatComptes from LigneEtatTotal1
               perform ImpressionSousTotalDeviseEtat
                   varying DeviseEtat-i from 1 by 1 until DeviseEtat-i > NbDevisesEtat
               write E-EtatComptes from LigneEtatTotal2
               write E-EtatComptes from LigneEtatTotal3

               close F-EtatComptes

      ***** Fiche de l'edition au catalogue *****
               move "ETAT COMPTES" to TypeEditionCourant
               move NomFichierEtatComptes to NomFichierEditionCourant
               move NoPageEtat to NbPagesCatalogue
               move NbComptesEtat to NbLignesCatalogue
               perform EcritureCatalogueEdition
           end-if.

      ***** Impression du sous-total de la devise designee par DeviseEtat-i *****
       ImpressionSousTotalDeviseEtat.
           move DeviseEtat(DeviseEtat-i) to DeviseTD of LigneEtatTotalDevise.
           move TotalDebitDeviseEtat(DeviseEtat-i) to TotalDebitTD of LigneEtatTotalDevise.
           move TotalCreditDeviseEtat(DeviseEtat-i) to TotalCreditTD of LigneEtatTotalDevise.
           write E-EtatComptes from LigneEtatTotalDevise.

      ****************************************************************************************************
      ***** ImpressionEtatCompte (Utilisé dans EtatDesComptes-Trt (Option 11)) *****
      ****************************************************************************************************
       ImpressionEtatCompte.
      * Impression du pied de page sauf sur la page 0 où on ouvre le fichier
           if NbLigneEtat > 60 then
               if NoPageEtat = 0 then
                   open output F-EtatComptes
               else
                   move NoPageEtat to NPage of LigneEtatBasPage
                   write E-EtatComptes from LigneEtatBasPage
               end-if

      * Impression de l'entête de page
               add 1 to NoPageEtat
               write E-EtatComptes from LigneEtatEntete1
               write E-EtatComptes from LigneEtatEntete2
               write E-EtatComptes from " "
               write E-EtatComptes from LigneEtatEntete4
               write E-EtatComptes from LigneEtatEntete6
               write E-EtatComptes from LigneEtatEntete7
               write E-EtatComptes from LigneEtatEntete4
               move 7 to NbLigneEtat
           end-if.

      * A date d'arrete, le solde du compte est rejoue depuis MouvementCompte jusqu'a la date
      * demandee et remplace le Debit/Credit courant avant impression et cumuls
           if DateArreteEtat not = spaces then
               perform RejeuSoldeArrete
           end-if.

      * Impression de la ligne détail
           add 1 to NbLigneEtat.
           move corresponding COMPTE to LigneEtatDetail.
           write E-EtatComptes from LigneEtatDetail.

      * Cumuls pour le bloc récapitulatif : sous-total dans la devise native du compte,
      * et contre-valeur en euros pour le total consolide
           add 1 to NbComptesEtat.
           perform CumulDeviseEtat.
           move Devise of Compte to DeviseTaux.
           move DateArreteEtat to DateTauxRecherche.
           perform RechercheTauxEur.
           compute TotalDebitEtatAcc = TotalDebitEtatAcc + (Debit of Compte * TauxEurTrouve).
           compute TotalCreditEtatAcc = TotalCreditEtatAcc + (Credit of Compte * TauxEurTrouve).

      ***** Rejeu du solde du compte courant jusqu'a la date d'arrete demandee *****
       RejeuSoldeArrete.
      ***** Depart de la photo mensuelle verifiee la plus proche sous la date d'arrete, *****
      ***** puis rejeu des seuls mouvements entre la photo et la date demandee *****
           move 0 to SoldeBasePhoto.
           exec sql
               select ISNULL(sum(TotalCredit - TotalDebit), 0)
               into :SoldeBasePhoto
               from SoldeMensuel
               where CodeBanque = :Compte.CodeBanque
                 and CodeGuichet = :Compte.CodeGuichet
                 and RacineCompte = :Compte.RacineCompte
                 and TypeCompte = :Compte.TypeCompte
                 and DateArrete = :DateBasePhotoEtat
                 and Verifie = 'O'
           end-exec.

           move 0 to SoldeArreteCompte.
           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0)
               into :SoldeArreteCompte
               from MouvementCompte
               where CodeBanque = :Compte.CodeBanque
                 and CodeGuichet = :Compte.CodeGuichet
                 and RacineCompte = :Compte.RacineCompte
                 and TypeCompte = :Compte.TypeCompte
                 and DateMouvement > :DateBasePhotoEtat
                 and DateMouvement <= :DateArreteEtat
           end-exec.
           add SoldeBasePhoto to SoldeArreteCompte.
           if SoldeArreteCompte >= 0 then
               move SoldeArreteCompte to Credit of Compte
               move 0 to Debit of Compte
           else
               compute Debit of Compte = 0 - SoldeArreteCompte
               move 0 to Credit of Compte
           end-if.

      ***** Cumul du compte courant dans le sous-total de sa devise (slot cree au premier compte vu) *****
       CumulDeviseEtat.
           move 0 to DeviseEtat-i.
           perform varying DeviseEtat-i from 1 by 1 until
             DeviseEtat-i > NbDevisesEtat or DeviseEtat(DeviseEtat-i) = Devise of Compte.

           if DeviseEtat-i > NbDevisesEtat and NbDevisesEtat < 10 then
               add 1 to NbDevisesEtat
               move NbDevisesEtat to DeviseEtat-i
               move Devise of Compte to DeviseEtat(DeviseEtat-i)
               move 0 to TotalDebitDeviseEtat(DeviseEtat-i)
               move 0 to TotalCreditDeviseEtat(DeviseEtat-i)
           end-if.

           if DeviseEtat-i <= NbDevisesEtat then
               add Debit of Compte to TotalDebitDeviseEtat(DeviseEtat-i)
               add Credit of Compte to TotalCreditDeviseEtat(DeviseEtat-i)
           end-if.

      *------------------------------------------------------------------------
      * Affichage des informations du client et de son compte
      *------------------------------------------------------------------------
       GestionAffichageLigneCompte.
      * On se positionne dans le tableau et à l'écran
           add 1 to NoligneEcran.
           move NoligneEcran to MaxLigne.
           add 1 to LigneCompte.
           move LigneCompte to MaxCompte.

      * On alimente la ligne dans le tableau
           move corresponding LigneCourante to LigneEcran(LigneCompte).
           move corresponding LigneCourante to CleBase of LigneEcran(LigneCompte).
           move corresponding LigneCourante to Valeurligne of LigneEcran(LigneCompte).

      * Sur la premiere ligne on affiche l'entete de l'écran
           if LigneCompte = 1 then
               display GestionListeCompte-E
           end-if.

      * On affiche la ligne détail
           display GestionListeCompte-Contenu.

      ***** Pagination de la liste des comptes : le tableau n'est plus plafonné à 11 lignes, l'écran défile *****
           if NoligneEcran >= NoLigneTitre + NbLignesPageCompte then
               display "Suite de la liste des comptes - Tapez Entree " line 23 col 1 with no advancing
               accept reponse
               move NoLigneTitre to NoligneEcran
           end-if.

      *------------------------------------------------------------------------
      * Sélection du traitement
      *------------------------------------------------------------------------
       SelectionTraitement.

      * S'il n'y a pas de compte on propose à l'utilisateur de renseigner les données du
      * client
           if MaxCompte = 0 then
               display GestionListeCompte-NotifCreate
               move "N" to ChoixGestionClient
               accept ChoixGestionClient line 1 col 31
               if ChoixGestionClient = "o" then
                   move "O" to ChoixGestionClient
               end-if
           else
               display GestionListeClient-NotifUpdate
               move "T" to ChoixGestionClient
               accept ChoixGestionClient line 1 col 62
               if ChoixGestionClient = "m" then
                   move "M" to ChoixGestionClient
               end-if
               if ChoixGestionClient = "s" then
                   move "S" to ChoixGestionClient
               end-if
           end-if.
           display M-EffaceQuestion.

           evaluate ChoixGestionClient
               when "O"
                   move NomClientSaisie to Nom of CLIENT
                   exec sql
                       select newid() into :Client.CodeClient
                   end-exec
                   perform MajInfoClient

               when "M"
                   perform MajInfoClient
               when "S"
                   perform SuppressionClient
           end-evaluate.

      ******************************************************************
      * Mise à jour des informations du client
      ******************************************************************
       MajInfoClient.

           perform MajInfoClient-init.
           perform MajInfoClient-trt until OptionMaj = "V" or OptionMaj = "A".
           perform MajInfoClient-Fin.

       MajInfoClient-init.
           move " " to OptionMaj.
      * --------------------------------------------------------------------------------
      * Boucle sur la saisie de l'action à faire sur le client
      * Menu du bas de l'écran
      * --------------------------------------------------------------------------------
       MajInfoClient-trt.

      * Initialisation de l'affichage des options de menu
           if MaxCompte = 0 then
               move CouleurFondEcran to UpdateForeGround
               move CouleurFondEcran to ValidationForeGround
           else
               move CouleurCaractere to UpdateForeGround
               move CouleurCaractere to ValidationForeGround
           end-if.

           if MaxCompte < 2 then
               move CouleurFondEcran to DeleteForeGround
           else
               move CouleurCaractere to DeleteForeGround
           end-if.

           if MaxCompte = DimTableau then
               move CouleurFondEcran to CreateForeGround
           else
               move CouleurCaractere to CreateForeGround
           end-if.

      * Affichage du menu
           display GestionListeCompte-SubMenu.

      * Saisie de l'option de gestion
           move " " to OptionMaj.
           accept OptionMaj line 24 col 72.
           if OptionMaj = "a"
               move "A" to OptionMaj.
           if OptionMaj = "v"
               move "V" to OptionMaj.
           if OptionMaj = "d"
               move "D" to OptionMaj.
           if OptionMaj = "k"
               move "K" to OptionMaj.
           if OptionMaj = "n"
               move "N" to OptionMaj.
           if OptionMaj = "r"
               move "R" to OptionMaj.
           if OptionMaj = "g"
               move "G" to OptionMaj.

           evaluate OptionMaj
               when "1"
                   perform AjoutLigne

               when "2"
                   perform ModificationLigne

               when "3"
                   move 0 to LigneCompte
                   if MaxCompte > 0 then
                       accept LigneCompte line 22 col 33
                       if LigneCompte > 0 and LigneCompte <= MaxCompte then
                           perform SuppressionLigne
                       end-if
                   end-if

               when "4"
                   perform MajEnteteClient

               when "5"
                   perform FusionClientsDoublons

               when "6"
                   move 0 to LigneCompte
                   if MaxCompte > 0 then
                       accept LigneCompte line 24 col 30
                       if LigneCompte > 0 and LigneCompte <= MaxCompte then
                           perform ChangementStatutCompte
                       end-if
                   end-if

               when "7"
                   move 0 to LigneCompte
                   if MaxCompte > 0 then
                       accept LigneCompte line 23 col 69
                       if LigneCompte > 0 and LigneCompte <= MaxCompte then
                           perform SaisieDecouvertAutorise
                       end-if
                   end-if

               when "8"
                   move 0 to LigneCompte
                   if MaxCompte > 0 then
                       accept LigneCompte line 24 col 61
                       if LigneCompte > 0 and LigneCompte <= MaxCompte then
                           perform GestionCoTitulaires
                       end-if
                   end-if

               when "9"
                   move 0 to LigneCompte
                   if MaxCompte > 0 then
                       display "Cartes du compte, ligne No : " line 25 col 1 with no advancing
                       accept LigneCompte line 25 col 30
                       if LigneCompte > 0 and LigneCompte <= MaxCompte then
                           perform GestionCartes
                       end-if
                   end-if

               when "D"
                   perform GestionSuccession

               when "K"
                   perform GestionKyc

               when "N"
                   move 0 to LigneCompte
                   if MaxCompte > 0 then
                       display "Alertes du compte, ligne No : " line 25 col 1 with no advancing
                       accept LigneCompte line 25 col 31
                       if LigneCompte > 0 and LigneCompte <= MaxCompte then
                           perform GestionAlertes
                       end-if
                   end-if

               when "R"
                   perform GestionReclamations

               when "G"
                   perform GestionGroupeClient

           end-evaluate.

       MajInfoClient-fin.

      *------------------------------------------------------------------
      * Ajout d'un nouveau compte
      *------------------------------------------------------------------
       AjoutLigne.
      ***** Client a risque eleve dont la revue KYC est en retard : pas de nouveau compte *****
           perform ControleBlocageKyc.
           if BlocageKyc = "O" then
               display " ** Revue KYC en retard (client a risque eleve) : ouverture bloquee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      *    on ne peut faire l'ajout que s'il y a moins de DimTableau lignes
           if MaxCompte < DimTableau then

      * Positionnement sur l'écran et il y aura une ligne de plus à l'écran
               add 1 to MaxLigne
               move MaxLigne to NoligneEcran

      * Positionnement dans le tableau et initialisation de la ligne
      * Pour mémoire, c'est la ligne saisie
               add 1 to MaxCompte
               move MaxCompte to LigneCompte
               initialize LigneEcran(LigneCompte)

      * On va saisir la ligne
               perform MiseAJourLigne
           end-if.
      *------------------------------------------------------------------
      * Modification d'un compte
      *------------------------------------------------------------------
       ModificationLigne.
      *    on ne peut faire la modification que s'il y a au moins 1 ligne
           if MaxCompte > 0 then

      * Demande à l'utilisateur de la ligne à modifier
               move 0 to LigneCompte
               accept LigneCompte line 21 col 34

      * Pour continuer le n° de ligne saisie doit être inférieur au nombre
      * de lignes utilisées dans le tableau
               if LigneCompte > 0 and LigneCompte <= MaxCompte then

      * On se positionne sur la ligne de l'écran
                   add NoLigneTitre to LigneCompte giving NoligneEcran

      * On va saisir la ligne
                   perform MiseAJourLigne
               end-if
           end-if.

      *------------------------------------------------------------------
      * Saisie des informations d'un compte
      * Paragraphe commun à l'ajout d'un compte et à la modification.
      * Avant de l'appeler, il convient d'initilaliser le n° de ligne
      * à l'écran et le numéro de ligne dans le tableau des lignes.
      * Pour mémoire :
      *    NoligneEcran = n° de ligne courante à l'écran
      *    MaxLigne = dernière ligne affichée avec un compte (les autres
      *               lignes sont vides)
      *    LigneCompte = n° de ligne courante dans le tableau
      *    MaxCompte = nombre de lignes renseignées dans le tableau
      *------------------------------------------------------------------
       MiseAJourLigne.
      * On boucle sur la mise à jour de la ligne jusqu'à ce qu'elle soit
      * correcte (tous les tests passés sans erreur).
           perform MiseAJourLigne-Init.
           perform MiseAJourLigne-Trt until ValidateurPerform = 1.
           perform MiseAJourLigne-Fin.

       MiseAJourLigne-Init.
      *    on force l'entrée dans la boucle
           move 0 to ValidateurPerform.

      * Positionnement dans le tableau et initialisation de la ligne
      * Pour mémoire, c'est la ligne saisie
           move corresponding LigneEcran(LigneCompte) to LigneCourante.
           move corresponding Valeurligne of LigneEcran(LigneCompte) to LigneCourante.

      *    Affichage de la ligne pour être sur que le buffer écran est bon
           display GestionListeCompte-Contenu.

       MiseAJourLigne-Trt.
      * Saisie des informations de la ligne
           accept GestionListeCompte-Contenu.
           display M-EffaceQuestion.

      *    Par défaut il n'y a pas d'erreur
           move 1 to ValidateurPerform.

      * Initialisation et contrôle du nom de la banque
           exec sql
               select NomBanque into :LigneCourante.NomBanque from banque
               where CodeBanque = :LigneCourante.CodeBanque
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 0 to ValidateurPerform
               display " ** Code banque inexistant ** " line 25 col 1 bell blink
           end-if.

      * Code guichet obligatoire, et present dans le referentiel des guichets de la banque
           if CodeGuichet of LigneCourante = " "
               move 0 to ValidateurPerform
               display " ** Code guichet obligatoire ** " line 25 col 1 bell blink
           else
               exec sql
                   select count(*) into :NbGuichetTrouve from Guichet
                   where CodeBanque = :LigneCourante.CodeBanque
                     and CodeGuichet = :LigneCourante.CodeGuichet
               end-exec
               if NbGuichetTrouve = 0 then
                   move 0 to ValidateurPerform
                   display " ** Guichet inexistant pour cette banque ** " line 25 col 1 bell blink
               end-if
           end-if.

      * Racine compte obligatoire
           if RacineCompte of LigneCourante = " "
               move 0 to ValidateurPerform
               display " ** Racine compte obligatoire ** " line 25 col 1 bell blink
           end-if.

      * Type compte obligatoire
           if TypeCompte of LigneCourante = " "
               move 0 to ValidateurPerform
               display " ** Type compte obligatoire ** " line 25 col 1 bell blink
           end-if.

      * Le compte ne doit pas exister
           exec sql
               select count(*) into :NbLigneTrouve from compte
               where CodeBanque = :LigneCourante.CodeBanque and
                   CodeGuichet = :LigneCourante.CodeGuichet and
                   RacineCompte = :LigneCourante.RacineCompte and
                   TypeCompte = :LigneCourante.TypeCompte and
                   CodeClient <> :Client.CodeClient
           end-exec.
           if NbLigneTrouve > 0 then
               move 0 to ValidateurPerform
               display " ** Compte existant pour un autre client ** " line 25 col 1 bell blink
           end-if.
      * -----------------------------------------------------------------------------------------------------------------
      * On ne doit pas avoir le compte dans les autres lignes du tableau
      * -----------------------------------------------------------------------------------------------------------------
      *    on met la ligne courante dans le tableau pour avoir la clé compléte (plus facile à manipuler).
           move corresponding LigneCourante to ValeurLigne of LigneEcran(LigneCompte).

      *    on boucle sur les lignes du tableau pour voir si on a déjà le même compte dans la liste
      *    tout en sautant la ligne courante
           perform varying LigneCompteAux from 1 by 1 until
             LigneCompteAux > MaxCompte or (
             LigneCompte <> LigneCompteAux and
             ValeurLigne of LigneEcran(LigneCompteAux) =
             ValeurLigne of LigneEcran(LigneCompte)).

      *    Si on est sorti avant la fin des lignes, c'est une erreur
           if LigneCompteAux <= MaxCompte then
               move 0 to ValidateurPerform
               display " ** Compte deja renseigne ** " line 25 col 1 bell blink
           end-if.

      * Le débit et le crédit ne peuvent pas être renseignés ensemble
           if debit of LigneEcran(LigneCompte) > 0.00 and
             Credit of LigneEcran(LigneCompte) > 0.00 then
               move 0 to ValidateurPerform
               display " ** Le compte ne peut-etre debiteur et crediteur en meme temps ** " line 25 col 1 bell blink
           end-if.

      * Avertissement (non bloquant) quand le Debit saisi depasse le decouvert autorise du
      * compte ; un compte sans decouvert accorde (colonne a 0 ou compte pas encore en base)
      * est signale des le premier euro de debit
           if ValidateurPerform = 1 and debit of LigneEcran(LigneCompte) > 0.00 then
               move 0 to DecouvertAutoriseCompte
               exec sql
                   select ISNULL(DecouvertAutorise, 0) into :DecouvertAutoriseCompte from compte
                   where CodeBanque = :LigneCourante.CodeBanque and
                       CodeGuichet = :LigneCourante.CodeGuichet and
                       RacineCompte = :LigneCourante.RacineCompte and
                       TypeCompte = :LigneCourante.TypeCompte
               end-exec
               if debit of LigneEcran(LigneCompte) > DecouvertAutoriseCompte then
                   display " ** Attention : debit au-dela du decouvert autorise ** " line 25 col 1 bell blink
               end-if
           end-if.

      * Fin de la mise à jour de la ligne, tout est bon
       MiseAJourLigne-Fin.

      *    On calcule la clé RIB et on l'affiche
           move CodeBanque of LigneCourante to CodeBanqueNum.
           move CodeGuichet of LigneCourante to CodeGuichetNum.
           move RacineCompte of LigneCourante to RacineCompte of CompteComplet of COMPTE.
           move TypeCompte of LigneCourante to TypeCompte of CompteComplet of COMPTE.
           move CompteComplet of COMPTE to CompteCompletNum.
           perform CalculCleRib.
           move CleRibNum to CleRib of LigneCourante.
           display GestionListeCompte-Contenu.

      *    On remet la ligne de travail dans le tableau
           move corresponding LigneCourante to LigneEcran(LigneCompte).
           move corresponding LigneCourante to Valeurligne of LigneEcran(LigneCompte).

      *------------------------------------------------------------------
      * Suppression d'un compte
      *------------------------------------------------------------------
       SuppressionLigne.
      * Si la ligne est dans la table des comptes de la base de données,
      * on la mémorise pour la supprimer ultérieurement
           if CodeBanque of CleBase of LigneEcran(LigneCompte) <> "" then
               Add 1 to MaxSupprime
               move CleBase of LigneEcran(LigneCompte) to LigneSupprime(MaxSupprime)
           end-if.

      * On calcule la ligne d'affichage
           Add LigneCompte to NoLigneTitre giving NoLigneEcran.

      * On remonte toutes les lignes
           add 1 to LigneCompte giving LigneCompteAux.
           perform DecalageLigne until LigneCompteAux > MaxCompte.

      * On efface la dernière ligne
           initialize LigneEcran(MaxCompte).
           display M-EffaceQuestion

      * on a un compte en moins dans le tableau et dans les lignes
           subtract 1 from MaxCompte.
           subtract 1 from MaxLigne.

       DecalageLigne.
           move LigneEcran(LigneCompteAux) to LigneEcran(LigneCompte).
           move corresponding LigneEcran(LigneCompte) to LigneCourante.
           move corresponding ValeurLigne of LigneEcran(LigneCompte) to LigneCourante.
           display GestionListeCompte-Contenu.
           add 1 to LigneCompte.
           add 1 to LigneCompteAux.
           add 1 to NoLigneEcran.
      *------------------------------------------------------------------
      * Mise à jour des informations d'entête du client
      *------------------------------------------------------------------
       MajEnteteClient.
           perform MajEnteteClient-Init.
           perform MajEnteteClient-Trt until ValidateurPerform = 1.
           perform MajEnteteClient-Fin.

       MajEnteteClient-init.
           move 0 to ValidateurPerform.
           display GestionListeCompte-E.

       MajEnteteClient-trt.
      * Saisie de l'entête
           accept GestionListeCompte-E.

      * Par défaut la ligne est juste
           move 1 to ValidateurPerform.
           Display M-EffaceQuestion.

      * Le Nom est obligatoire
           if nom = "" then
               move 0 to ValidateurPerform
               display " ** Nom obligatoire ** " line 25 col 1 bell blink
           else

      * On contrôle que le nom du client n'est pas déjà dans la base
               exec sql
                   select prenom into :valeur from client where nom = :Client.Nom and
                   CodeClient <> :Client.CodeClient
               end-exec
               if SQLCODE = 1 or SQLCODE = 0
                   move 0 to ValidateurPerform
                   display " ** Client deja connu ** " line 25 col 1 bell blink
               end-if
           end-if.

      * Le telephone et l'email, quand ils sont renseignes, doivent avoir un format plausible
           if ValidateurPerform = 1 and Telephone of Client not = " " then
               move Telephone of Client to TelephoneControle
               perform ControleFormatTelephone
               if TelephoneValide = "N" then
                   move 0 to ValidateurPerform
                   display " ** Telephone invalide (chiffres, espaces, + . - / admis) ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurPerform = 1 and Email of Client not = " " then
               move Email of Client to EmailControle
               perform ControleFormatEmail
               if EmailValide = "N" then
                   move 0 to ValidateurPerform
                   display " ** Email invalide (un @ et un point attendus) ** " line 25 col 1 bell blink
               end-if
           end-if.

      ***** Liste de gel : une identite frappee d'interdiction est refusee, sauf derogation *****
      ***** accordee par un operateur de profil administration ; le controle positif est *****
      ***** journalise avec la decision prise *****
           if ValidateurPerform = 1 then
               move Nom of Client to NomControleGel
               move Prenom of Client to PrenomControleGel
               move CodePostal of Client to CodePostalControleGel
               perform ControleListeGel
               if GelHit = "O" then
                   move "SAISIE" to OrigineControleGel
                   if ProfilOperateur = "A" then
                       move "N" to OverrideGel
                       display "** Personne sur liste de gel - Deroger (o/N) ? " line 25 col 1 with no advancing bell
                       accept OverrideGel line 25 col 49
                       if OverrideGel = "o" or OverrideGel = "O" then
                           move "D" to DecisionGel
                       else
                           move "R" to DecisionGel
                           move 0 to ValidateurPerform
                       end-if
                   else
                       move "R" to DecisionGel
                       move 0 to ValidateurPerform
                       display " ** Personne sur liste de gel : saisie refusee ** " line 25 col 1 bell blink
                   end-if
                   perform EcritureControleGel
               end-if
           end-if.

       MajEnteteClient-fin.

      *------------------------------------------------------------------
      * Fusion du client courant avec un doublon potentiel (meme Nom)
      * signale lors d'un import
      *------------------------------------------------------------------
       FusionClientsDoublons.
           move " " to CodeClientDoublon.

      ***** Le doublon le plus vraisemblable (meme Prenom et/ou meme CodePostal que le client courant) est   *****
      ***** propose en premier ; a defaut de correspondance on retombe sur un ordre stable par CodeClient    *****
           exec sql
               select top 1 CodeClient, Prenom, CodePostal, Ville into
                   :CodeClientDoublon, :PrenomClientDoublon,
                   :CodePostalClientDoublon, :VilleClientDoublon
               from Client
               where Nom = :Client.Nom and CodeClient <> :Client.CodeClient
               order by
                   case when Prenom = :Client.Prenom and CodePostal = :Client.CodePostal then 0
                        when Prenom = :Client.Prenom or CodePostal = :Client.CodePostal then 1
                        else 2 end,
                   CodeClient
           end-exec.

           if (sqlcode <> 0 and sqlcode <> 1) then
               display FusionClientsDoublons-AucunDoublon
               accept FusionClientsDoublons-AucunDoublon
           else
               display FusionClientsDoublons-Affichage

               move "N" to ConfirmationFusion
               display FusionClientsDoublons-Confirmation
               accept FusionClientsDoublons-Confirmation

               if ConfirmationFusion = "o" or ConfirmationFusion = "O" then
      * Les comptes du doublon sont rattaches au client courant, puis le doublon est supprime
                   exec sql
                       UPDATE Compte SET CodeClient = :Client.CodeClient
                       WHERE CodeClient = :CodeClientDoublon
                   end-exec

      ***** Les liens de co-titulaires du doublon suivent le client conserve *****
                   exec sql
                       UPDATE TitulaireCompte SET CodeClient = :Client.CodeClient
                       WHERE CodeClient = :CodeClientDoublon
                   end-exec

      ***** Le client conserve reprend le groupe du doublon s'il n'en a pas, et sa place *****
      ***** de tete s'il est du meme groupe ; le doublon quitte ensuite son groupe *****
                   exec sql
                       UPDATE MembreGroupe SET CodeClient = :Client.CodeClient
                       WHERE CodeClient = :CodeClientDoublon
                         and not exists (select 1 from MembreGroupe M2
                                         where M2.CodeClient = :Client.CodeClient)
                   end-exec
                   exec sql
                       UPDATE GroupeClient SET CodeClientTete = :Client.CodeClient
                       WHERE CodeClientTete = :CodeClientDoublon
                         and exists (select 1 from MembreGroupe
                                     where MembreGroupe.IdGroupe = GroupeClient.IdGroupe
                                       and MembreGroupe.CodeClient = :Client.CodeClient)
                   end-exec
                   move CodeClientDoublon to CodeClientRetraitGrp
                   perform RetraitMembreGroupe

                   exec sql
                       DELETE FROM Client WHERE CodeClient = :CodeClientDoublon
                   end-exec
      ***** Journalisation : qui a supprime le client doublon absorbe *****
                   move "CLIENT" to TypeObjetSupprime
                   move CodeClientDoublon to CleObjetSupprime
                   perform EcritureJournalSuppression
               end-if
           end-if.

           display M-EffaceQuestion.

      *------------------------------------------------------------------
      * Changement de statut d'un compte (O ouvert / B bloque / C clos)
      * designe par son No de ligne ; la date de cloture est effacee quand
      * le compte est rouvert. Le passage a clos se fait par l'arrete de
      * cloture (ArreteClotureCompte), qui pose la date de cloture
      *------------------------------------------------------------------
       ChangementStatutCompte.
      ***** Seul un compte deja enregistre en base peut changer de statut *****
           if CodeBanque of CleBase of LigneEcran(LigneCompte) = "" then
               display " ** Compte non encore enregistre en base ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to StatutCompteSaisi.
           display "Nouveau statut (O ouvert / B bloque / C clos) : " line 25 col 1 with no advancing.
           accept StatutCompteSaisi line 25 col 50.

           if StatutCompteSaisi = "o" then
               move "O" to StatutCompteSaisi
           end-if.
           if StatutCompteSaisi = "b" then
               move "B" to StatutCompteSaisi
           end-if.
           if StatutCompteSaisi = "c" then
               move "C" to StatutCompteSaisi
           end-if.

           if StatutCompteSaisi <> "O" and StatutCompteSaisi <> "B" and StatutCompteSaisi <> "C" then
               display " ** Statut invalide (O/B/C) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move CodeBanque of CleBase of LigneEcran(LigneCompte) to CodeBanqueMvt.
           move CodeGuichet of CleBase of LigneEcran(LigneCompte) to CodeGuichetMvt.
           move RacineCompte of CleBase of LigneEcran(LigneCompte) to RacineCompteMvt.
           move TypeCompte of CleBase of LigneEcran(LigneCompte) to TypeCompteMvt.

      ***** Un compte n'est plus clos "en l'etat" : agios, interets, frais et solde sont *****
      ***** arretes et postes avant la cloture, lettre CLO comprise *****
           if StatutCompteSaisi = "C" then
               perform ArreteClotureCompte
               display M-EffaceQuestion
               exit paragraph
           end-if.

           move spaces to DateClotureJour.

           exec sql
               UPDATE Compte SET Statut = :StatutCompteSaisi, DateCloture = :DateClotureJour
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.
           display M-EffaceQuestion.

      *------------------------------------------------------------------
      * Arrete de cloture du compte CodeBanqueMvt... : controles (cheques
      * en circulation, mandats actifs, pret en cours), agios, interets
      * crediteurs et frais du mois au prorata, transfert du solde net
      * vers un autre compte du client ou un IBAN externe ; le compte
      * n'est clos qu'une fois l'arrete poste, avec releve de cloture,
      * lettre CLO et trace dans la table ClotureCompte
      *------------------------------------------------------------------
       ArreteClotureCompte.
           move CodeBanqueMvt to CodeBanqueClo.
           move CodeGuichetMvt to CodeGuichetClo.
           move RacineCompteMvt to RacineCompteClo.
           move TypeCompteMvt to TypeCompteClo.

           perform ControlesArreteCloture.
           if ArreteClo-OK = "N" then
               exit paragraph
           end-if.

           perform CalculArreteCloture.
           perform AffichageArreteCloture.
           perform SaisieDestinationCloture.
           if ArreteClo-OK = "N" then
               perform AttenteEntreeCloture
               exit paragraph
           end-if.

           move "N" to ConfirmationClo.
           display "Confirmer l'arrete et la cloture du compte (o/N) : " line 18 col 2 with no advancing.
           accept ConfirmationClo line 18 col 53.
           if ConfirmationClo <> "o" and ConfirmationClo <> "O" then
               exit paragraph
           end-if.

           perform PassageEcrituresCloture.
           perform TransfertSoldeCloture.

      ***** Les formules restituees au guichet ne sont plus en circulation *****
           if RestitutionChequierClo = "O" then
               exec sql
                   UPDATE Chequier SET Statut = 'R'
                   WHERE CodeBanque = :CodeBanqueClo AND CodeGuichet = :CodeGuichetClo
                     AND RacineCompte = :RacineCompteClo AND TypeCompte = :TypeCompteClo
                     AND Statut = 'A'
               end-exec
           end-if.

      ***** Cloture du compte solde : plus d'ordre permanent en vie au depart du compte *****
           exec sql
               UPDATE Compte SET Statut = 'C', DateCloture = :DateJourClo
               WHERE CodeBanque = :CodeBanqueClo AND CodeGuichet = :CodeGuichetClo
                 AND RacineCompte = :RacineCompteClo AND TypeCompte = :TypeCompteClo
           end-exec.
           exec sql
               UPDATE VirementPermanent SET Statut = 'X'
               WHERE CodeBanqueSource = :CodeBanqueClo AND CodeGuichetSource = :CodeGuichetClo
                 AND RacineCompteSource = :RacineCompteClo AND TypeCompteSource = :TypeCompteClo
                 AND Statut <> 'X'
           end-exec.

           perform EditionReleveCloture.

      ***** Trace de l'arrete : montants postes, destination du solde et operateur *****
           exec sql
               INSERT INTO ClotureCompte
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte, DateCloture,
                    SoldeAvantArrete, Agios, Interets, Frais, SoldeTransfere,
                    TypeDestination, Destination, NomFichierReleve, CodeOperateur, DateSaisie)
               VALUES
                   (:CodeBanqueClo, :CodeGuichetClo, :RacineCompteClo, :TypeCompteClo,
                    :DateJourClo, :SoldeAvantClo, :AgiosClo, :InteretsClo, :FraisClo,
                    :SoldeNetClo, :TypeDestinationClo, :DestinationClo,
                    :NomFichierReleveCloture, :CodeOperateurSigne, getdate())
           end-exec.

      ***** Lettre de confirmation de cloture au titulaire, avec le solde transfere *****
           perform InitFichierCourriers.
           move "CLO" to CodeLettreCourrier of DemandeCourrier.
           move CodeBanqueClo to CodeBanqueCourrier of DemandeCourrier.
           move CodeGuichetClo to CodeGuichetCourrier of DemandeCourrier.
           move RacineCompteClo to RacineCompteCourrier of DemandeCourrier.
           move TypeCompteClo to TypeCompteCourrier of DemandeCourrier.
           move MontantTransfereClo to MontantCourrier of DemandeCourrier.
           perform GenerationCourrier.
           perform ClotureFichierCourriers.

           display " ** Compte clos, releve de cloture et lettre edites ** " line 20 col 2.
           perform AttenteEntreeCloture.

      ***** Refus de l'arrete : compte clos, mandat actif, pret en cours, cheques non restitues *****
       ControlesArreteCloture.
           move "O" to ArreteClo-OK.
           move "N" to RestitutionChequierClo.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.
           if StatutCompteMvt = "C" then
               display " ** Compte deja clos ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move " " to CodeClientClo.
           move "EUR" to DeviseCompteClo.
           exec sql
               select CodeClient, ISNULL(Devise, 'EUR')
               into :CodeClientClo, :DeviseCompteClo
               from Compte
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
           end-exec.

           move 0 to NbMandatsActifsClo.
           exec sql
               select count(*) into :NbMandatsActifsClo from MandatPrelevement
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
                 and Statut = 'A'
           end-exec.
           if NbMandatsActifsClo > 0 then
               display " ** Mandat de prelevement actif sur le compte : cloture refusee ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move 0 to MontantSaisiCompteMvt.
           exec sql
               select ISNULL(MontantSaisi, 0) into :MontantSaisiCompteMvt from Compte
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
           end-exec.
           if MontantSaisiCompteMvt > 0 then
               display " ** Somme bloquee par une saisie sur le compte : cloture refusee ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move 0 to NbPretsActifsClo.
           exec sql
               select count(*) into :NbPretsActifsClo from PretConsommation
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
                 and Statut = 'A'
           end-exec.
           if NbPretsActifsClo > 0 then
               display " ** Pret en cours sur le compte : cloture refusee ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move 0 to NbDepotActifCompte.
           exec sql
               select count(*) into :NbDepotActifCompte from DepotATerme
               where Statut in ('A', 'I')
                 and ((CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                       and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo)
                   or (CodeBanqueSource = :CodeBanqueClo and CodeGuichetSource = :CodeGuichetClo
                       and RacineCompteSource = :RacineCompteClo and TypeCompteSource = :TypeCompteClo))
           end-exec.
           if NbDepotActifCompte > 0 then
               display " ** Depot a terme en cours sur le compte : cloture refusee ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

      ***** Cheques en circulation : formules des chequiers remis, moins les cheques payes *****
      ***** et les cheques frappes d'opposition de ces plages *****
           move 0 to NbFormulesClo.
           exec sql
               select ISNULL(sum(NumeroFin - NumeroDebut + 1), 0) into :NbFormulesClo
               from Chequier
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
                 and Statut = 'A'
           end-exec.
           move 0 to NbChequesPayesClo.
           exec sql
               select count(*) into :NbChequesPayesClo from ChequePaye
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
                 and exists (select 1 from Chequier
                     where Chequier.CodeBanque = ChequePaye.CodeBanque
                       and Chequier.CodeGuichet = ChequePaye.CodeGuichet
                       and Chequier.RacineCompte = ChequePaye.RacineCompte
                       and Chequier.TypeCompte = ChequePaye.TypeCompte
                       and Chequier.Statut = 'A'
                       and ChequePaye.NumeroCheque between Chequier.NumeroDebut and Chequier.NumeroFin)
           end-exec.
           move 0 to NbChequesOpposesClo.
           exec sql
               select count(*) into :NbChequesOpposesClo from OppositionCheque
               where CodeBanque = :CodeBanqueClo and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo and TypeCompte = :TypeCompteClo
                 and exists (select 1 from Chequier
                     where Chequier.CodeBanque = OppositionCheque.CodeBanque
                       and Chequier.CodeGuichet = OppositionCheque.CodeGuichet
                       and Chequier.RacineCompte = OppositionCheque.RacineCompte
                       and Chequier.TypeCompte = OppositionCheque.TypeCompte
                       and Chequier.Statut = 'A'
                       and OppositionCheque.NumeroCheque between Chequier.NumeroDebut and Chequier.NumeroFin)
           end-exec.
           compute NbChequesCirculationClo = NbFormulesClo - NbChequesPayesClo - NbChequesOpposesClo.

      ***** Les formules vierges rendues au guichet levent le refus ; sinon un cheque deja *****
      ***** emis pourrait se presenter sur un compte clos *****
           if NbChequesCirculationClo > 0 then
               move NbChequesCirculationClo to NbChequesCloEd
               display "Cheques en circulation :" line 25 col 1 with no advancing
               display NbChequesCloEd line 25 col 26 with no advancing
               display " - formules restituees au guichet (o/N) : " line 25 col 35 with no advancing
               accept RestitutionChequierClo line 25 col 77
               if RestitutionChequierClo = "o" then
                   move "O" to RestitutionChequierClo
               end-if
               if RestitutionChequierClo <> "O" then
                   display M-EffaceQuestion
                   display " ** Cheques en circulation : cloture refusee ** " line 25 col 1 bell blink
                   move "N" to ArreteClo-OK
                   exit paragraph
               end-if
           end-if.

      ***** Montants de l'arrete au jour de la cloture *****
       CalculArreteCloture.
           accept DateJourClo from date yyyymmdd.
           move DateJourClo to DateDebutRelClo.
           move "01" to DateDebutRelClo(7:2).
           move DateJourClo(1:6) to MoisCloture.
           compute SoldeAvantClo = CreditCompteMvt - DebitCompteMvt.

      ***** Solde d'ouverture du releve de cloture : solde avant arrete diminue des *****
      ***** mouvements du mois deja passes *****
           move 0 to SoldeOuvertureClo.
           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0)
               into :SoldeOuvertureClo
               from MouvementCompte
               where CodeBanque = :CodeBanqueClo
                 and CodeGuichet = :CodeGuichetClo
                 and RacineCompte = :RacineCompteClo
                 and TypeCompte = :TypeCompteClo
                 and left(DateMouvement, 8) >= :DateDebutRelClo
           end-exec.
           compute SoldeOuvertureClo = SoldeAvantClo - SoldeOuvertureClo.

      ***** Agios au prorata des jours depuis le dernier batch AGIOS (taux mensuel sur 30 *****
      ***** jours) ; comme au batch, un compte bloque ne porte pas d'agios *****
           move 0 to AgiosClo.
           move 0 to JoursAgiosClo.
           if DebitCompteMvt > 0 and StatutCompteMvt = "O" then
               move " " to DateDernierAgiosClo
               exec sql
                   select ISNULL(max(left(DateMouvement, 8)), ' ') into :DateDernierAgiosClo
                   from MouvementCompte
                   where CodeOperation = 'AGI' and Libelle = 'Agios pour decouvert'
               end-exec
               if DateDernierAgiosClo = " " then
                   move DateDebutRelClo to DateDernierAgiosClo
               end-if
               exec sql
                   select datediff(day, convert(datetime, :DateDernierAgiosClo, 112), getdate())
                   into :JoursAgiosClo
               end-exec
               compute AgiosClo rounded = DebitCompteMvt * TauxAgios * JoursAgiosClo / 30
           end-if.

      ***** Interets crediteurs au prorata depuis le dernier batch INTERETS, au taux du *****
      ***** referentiel TauxInteretCredit, sauf produit sans interets au catalogue *****
           move 0 to InteretsClo.
           move 0 to JoursInteretsClo.
           if CreditCompteMvt > 0 and StatutCompteMvt = "O" then
               move 0 to TauxMensuelClo
               exec sql
                   select TauxMensuel into :TauxMensuelClo from TauxInteretCredit
                   where TypeCompte = :TypeCompteClo
               end-exec
               if SQLCODE <> 0 and SQLCODE <> 1 then
                   move 0 to TauxMensuelClo
               end-if
               move 0 to ProduitSansInteretsClo
               exec sql
                   select count(*) into :ProduitSansInteretsClo from ProduitCompte
                   where TypeCompte = :TypeCompteClo and InteretsCrediteurs = 'N'
               end-exec
               if TauxMensuelClo > 0 and ProduitSansInteretsClo = 0 then
                   move " " to DateDernierInteretsClo
                   exec sql
                       select ISNULL(max(left(DateMouvement, 8)), ' ') into :DateDernierInteretsClo
                       from MouvementCompte
                       where CodeOperation = 'INT' and Libelle = 'Interets crediteurs'
                   end-exec
                   if DateDernierInteretsClo = " " then
                       move DateDebutRelClo to DateDernierInteretsClo
                   end-if
                   exec sql
                       select datediff(day, convert(datetime, :DateDernierInteretsClo, 112), getdate())
                       into :JoursInteretsClo
                   end-exec
                   compute InteretsClo rounded = CreditCompteMvt * TauxMensuelClo * JoursInteretsClo / 30
               end-if
           end-if.

      ***** Frais du mois au prorata des jours ecoules, si la facturation du mois n'est pas *****
      ***** encore passee (memes services que le batch TARIFS, hors frais d'incident) *****
           move 0 to FraisClo.
           move 0 to NbRunsTarifClo.
           exec sql
               select count(*) into :NbRunsTarifClo from TarificationRun
               where MoisFacture = :MoisCloture
           end-exec.
           if NbRunsTarifClo = 0 then
               move 0 to FraisMensuelsClo
               exec sql
                   select ISNULL(sum(Montant), 0) into :FraisMensuelsClo from TarifCompte
                   where TypeCompte = :TypeCompteClo
                     and Montant > 0
                     and CodeService not like 'INC%'
               end-exec
               move DateJourClo to DateCalendaire
               move JourCal to JourDuMoisClo
               perform AjouterUnJourCalendaire
               compute FraisClo rounded = FraisMensuelsClo * JourDuMoisClo / NbJoursMoisCal
           end-if.

           compute SoldeNetClo = SoldeAvantClo - AgiosClo + InteretsClo - FraisClo.
           if SoldeNetClo < 0 then
               compute MontantTransfereClo = 0 - SoldeNetClo
           else
               move SoldeNetClo to MontantTransfereClo
           end-if.

       AffichageArreteCloture.
           display " " line 1 col 1 blank screen.
           display "ARRETE DE CLOTURE DU COMPTE" line 2 col 20 with no advancing.
           display CodeBanqueClo line 2 col 48 with no advancing.
           display CodeGuichetClo line 2 col 54 with no advancing.
           display RacineCompteClo line 2 col 60 with no advancing.
           display TypeCompteClo line 2 col 70.

           display "Solde avant arrete ................ :" line 5 col 2 with no advancing.
           move SoldeAvantClo to MontantCloEd.
           display MontantCloEd line 5 col 40.
           display "Agios au prorata .................. :" line 6 col 2 with no advancing.
           move AgiosClo to MontantCloEd.
           display MontantCloEd line 6 col 40 with no advancing.
           move JoursAgiosClo to JoursCloEd.
           display JoursCloEd line 6 col 56 with no advancing.
           display " jours" line 6 col 61.
           display "Interets crediteurs au prorata .... :" line 7 col 2 with no advancing.
           move InteretsClo to MontantCloEd.
           display MontantCloEd line 7 col 40 with no advancing.
           move JoursInteretsClo to JoursCloEd.
           display JoursCloEd line 7 col 56 with no advancing.
           display " jours" line 7 col 61.
           display "Frais du mois au prorata .......... :" line 8 col 2 with no advancing.
           move FraisClo to MontantCloEd.
           display MontantCloEd line 8 col 40.
           display "Solde net de cloture .............. :" line 10 col 2 with no advancing.
           move SoldeNetClo to MontantCloEd.
           display MontantCloEd line 10 col 40.

      ***** Destination du solde net : un autre compte ouvert du meme client (solde *****
      ***** crediteur vire, solde debiteur couvert) ou, pour un solde crediteur en euros, *****
      ***** un IBAN externe emis au prochain export SEPA *****
       SaisieDestinationCloture.
           move "O" to ArreteClo-OK.
           move "N" to TypeDestinationClo.
           move spaces to DestinationClo.
           if SoldeNetClo = 0 then
               exit paragraph
           end-if.

           move " " to TypeDestinationClo.
           if SoldeNetClo > 0 then
               display "Solde vers [C]ompte du client / [I]BAN externe : " line 12 col 2 with no advancing
               accept TypeDestinationClo line 12 col 52
           else
               display "Solde debiteur couvert par le compte du client [C] : " line 12 col 2 with no advancing
               accept TypeDestinationClo line 12 col 55
           end-if.
           if TypeDestinationClo = "c" then
               move "C" to TypeDestinationClo
           end-if.
           if TypeDestinationClo = "i" then
               move "I" to TypeDestinationClo
           end-if.

           evaluate true
               when TypeDestinationClo = "C"
                   perform ControleDestinationCompteClo
               when TypeDestinationClo = "I" and SoldeNetClo > 0
                   perform ControleDestinationIbanClo
               when other
                   display " ** Destination du solde invalide ** " line 25 col 1 bell blink
                   move "N" to ArreteClo-OK
           end-evaluate.

       ControleDestinationCompteClo.
           move " " to CodeBanqueDestClo.
           move " " to CodeGuichetDestClo.
           move " " to RacineCompteDestClo.
           move " " to TypeCompteDestClo.
           display "Compte (banque guichet racine type) : " line 13 col 2 with no advancing.
           accept CodeBanqueDestClo line 13 col 40.
           accept CodeGuichetDestClo line 13 col 46.
           accept RacineCompteDestClo line 13 col 52.
           accept TypeCompteDestClo line 13 col 62.

           if CodeBanqueDestClo = CodeBanqueClo and CodeGuichetDestClo = CodeGuichetClo
              and RacineCompteDestClo = RacineCompteClo and TypeCompteDestClo = TypeCompteClo then
               display " ** Le compte a clore ne peut recevoir son propre solde ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move 0 to DecouvertAutoriseCompte.
           exec sql
               select CodeClient, ISNULL(Statut, 'O'), ISNULL(Devise, 'EUR'),
                      Credit - Debit, ISNULL(DecouvertAutorise, 0)
               into :CodeClientDestClo, :StatutDestClo, :DeviseDestClo,
                    :SoldeDestClo, :DecouvertAutoriseCompte
               from Compte
               where CodeBanque = :CodeBanqueDestClo and CodeGuichet = :CodeGuichetDestClo
                 and RacineCompte = :RacineCompteDestClo and TypeCompte = :TypeCompteDestClo
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Compte destinataire inexistant ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.
           if CodeClientDestClo <> CodeClientClo then
               display " ** Le compte destinataire n'appartient pas au client ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.
           if StatutDestClo <> "O" then
               display " ** Compte destinataire non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.
           if DeviseDestClo <> DeviseCompteClo then
               display " ** Compte destinataire dans une autre devise ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.
           if SoldeNetClo < 0 and SoldeDestClo + DecouvertAutoriseCompte < MontantTransfereClo then
               display " ** Provision insuffisante sur le compte destinataire ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move spaces to DestinationClo.
           string CodeBanqueDestClo " " CodeGuichetDestClo " "
               RacineCompteDestClo " " TypeCompteDestClo delimited by size
               into DestinationClo.

       ControleDestinationIbanClo.
           if DeviseCompteClo <> "EUR" then
               display " ** Virement SEPA en euros uniquement : choisir un compte du client ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

      ***** Regle du double regard : pas de solde de cloture externe au-dela du seuil sans *****
      ***** validation ; le solde passe alors par un autre compte du client *****
           perform LectureSeuilValidation.
           if MontantTransfereClo > SeuilValidationMvt then
               display " ** Solde au-dela du seuil de validation : choisir un compte du client ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move " " to NomBeneficiaireSaisi.
           move " " to IbanBeneficiaireSaisi.
           move " " to BicBeneficiaireSaisi.
           display Beneficiaire-Creation.
           accept Beneficiaire-Creation.
           perform VerificationIbanBeneficiaire.
           if IbanBeneficiaireValide = "N" or NomBeneficiaireSaisi = " " or BicBeneficiaireSaisi = " " then
               display " ** Beneficiaire incomplet ou IBAN invalide ** " line 25 col 1 bell blink
               move "N" to ArreteClo-OK
               exit paragraph
           end-if.

           move IbanBeneficiaireSaisi to DestinationClo.

      ***** Postage des montants de l'arrete sur le compte a clore (codes AGI, INT, FRS) *****
       PassageEcrituresCloture.
           if AgiosClo > 0 then
               perform ChargementCompteCloture
               move "D" to SensMvt
               move AgiosClo to MontantMvt
               move "AGI" to CodeOperationMvt
               move "Agios arrete de cloture" to LibelleMvt
               perform EcritureMouvementCloture
           end-if.
           if InteretsClo > 0 then
               perform ChargementCompteCloture
               move "C" to SensMvt
               move InteretsClo to MontantMvt
               move "INT" to CodeOperationMvt
               move "Interets arrete de cloture" to LibelleMvt
               perform EcritureMouvementCloture
           end-if.
           if FraisClo > 0 then
               perform ChargementCompteCloture
               move "D" to SensMvt
               move FraisClo to MontantMvt
               move "FRS" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Frais arrete de cloture " MoisCloture delimited by size
                   into LibelleMvt
               perform EcritureMouvementCloture
           end-if.

      ***** Transfert du solde net : le compte a clore finit a zero *****
       TransfertSoldeCloture.
           if SoldeNetClo = 0 then
               exit paragraph
           end-if.

           if TypeDestinationClo = "I" then
               perform ChargementCompteCloture
               move "D" to SensMvt
               move MontantTransfereClo to MontantMvt
               move "VIE" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Solde de cloture vers " NomBeneficiaireSaisi delimited by size
                   into LibelleMvt
               perform EcritureMouvementCloture
               move CodeClientClo to CodeClientVirExt
               perform PaiementVersIban
               exit paragraph
           end-if.

           perform ChargementCompteCloture.
           move MontantTransfereClo to MontantMvt.
           move "VIR" to CodeOperationMvt.
           if SoldeNetClo > 0 then
               move "D" to SensMvt
               move spaces to LibelleMvt
               string "Solde de cloture vers " RacineCompteDestClo " " TypeCompteDestClo
                   delimited by size into LibelleMvt
           else
               move "C" to SensMvt
               move "Couverture du solde de cloture" to LibelleMvt
           end-if.
           perform EcritureMouvementCloture.

           perform InitSaisieMouvement.
           move CodeBanqueDestClo to CodeBanqueMvt.
           move CodeGuichetDestClo to CodeGuichetMvt.
           move RacineCompteDestClo to RacineCompteMvt.
           move TypeCompteDestClo to TypeCompteMvt.
           move MontantTransfereClo to MontantMvt.
           move "VIR" to CodeOperationMvt.
           move spaces to LibelleMvt.
           if SoldeNetClo > 0 then
               move "C" to SensMvt
               string "Solde de cloture du compte " RacineCompteClo " " TypeCompteClo
                   delimited by size into LibelleMvt
           else
               move "D" to SensMvt
               string "Couverture cloture du compte " RacineCompteClo " " TypeCompteClo
                   delimited by size into LibelleMvt
           end-if.
           perform EcritureMouvementCloture.

       ChargementCompteCloture.
           perform InitSaisieMouvement.
           move CodeBanqueClo to CodeBanqueMvt.
           move CodeGuichetClo to CodeGuichetMvt.
           move RacineCompteClo to RacineCompteMvt.
           move TypeCompteClo to TypeCompteMvt.

       EcritureMouvementCloture.
           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

       AttenteEntreeCloture.
           display "Tapez Entree " line 22 col 2 with no advancing.
           accept Reponse line 22 col 15.

      ***** Releve de cloture : mouvements du mois jusqu'a l'arrete compris, detail de *****
      ***** l'arrete et solde final ; edition cataloguee comme les autres releves *****
       EditionReleveCloture.
           move "RELEVE CLOTURE" to TypeEditionCourant.
           move "ReleveCloture" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierReleveCloture.
           open output F-ReleveCloture.

           move corresponding DateSysteme to LigneReleveCloEntete1.
           write E-ReleveCloture from LigneReleveCloEntete1.
           write E-ReleveCloture from " ".

           move spaces to NomClientClo of LigneReleveCloClient1.
           move spaces to PrenomClientClo of LigneReleveCloClient1.
           move spaces to AdresseClientClo of LigneReleveCloClient2.
           move spaces to CodePostalClientClo of LigneReleveCloClient3.
           move spaces to VilleClientClo of LigneReleveCloClient3.
           exec sql
               select Nom, Prenom, ISNULL(Adresse, ' '), CodePostal, Ville
               into :NomCourrier, :PrenomCourrier, :AdresseCourrier,
                    :CodePostalCourrier, :VilleCourrier
               from Client
               where CodeClient = :CodeClientClo
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move NomCourrier to NomClientClo of LigneReleveCloClient1
               move PrenomCourrier to PrenomClientClo of LigneReleveCloClient1
               move AdresseCourrier to AdresseClientClo of LigneReleveCloClient2
               move CodePostalCourrier to CodePostalClientClo of LigneReleveCloClient3
               move VilleCourrier to VilleClientClo of LigneReleveCloClient3
           end-if.
           write E-ReleveCloture from LigneReleveCloClient1.
           write E-ReleveCloture from LigneReleveCloClient2.
           write E-ReleveCloture from LigneReleveCloClient3.
           write E-ReleveCloture from " ".

           move CodeBanqueClo to CodeBanqueRelClo of LigneReleveCloCompte.
           move CodeGuichetClo to CodeGuichetRelClo of LigneReleveCloCompte.
           move RacineCompteClo to RacineCompteRelClo of LigneReleveCloCompte.
           move TypeCompteClo to TypeCompteRelClo of LigneReleveCloCompte.
           move DeviseCompteClo to DeviseRelClo of LigneReleveCloCompte.
           move DateJourClo to DateClotureRelClo of LigneReleveCloCompte.
           write E-ReleveCloture from LigneReleveCloCompte.

           move SoldeOuvertureClo to SoldeCourantClo.
           move "Solde au debut du mois ............ :" to LibelleSoldeRelClo of LigneReleveCloSolde.
           move SoldeCourantClo to MontantSoldeRelClo of LigneReleveCloSolde.
           write E-ReleveCloture from LigneReleveCloSolde.
           write E-ReleveCloture from " ".
           write E-ReleveCloture from LigneReleveCloEntete4.
           write E-ReleveCloture from LigneReleveCloEntete7.
           write E-ReleveCloture from LigneReleveCloEntete4.
           move 14 to NbLignesReleveClo.

           exec sql
               declare C-MvtReleveClo cursor for
                   select DateMouvement, Sens, Montant, Libelle
                   from MouvementCompte
                   where CodeBanque = :CodeBanqueClo
                     and CodeGuichet = :CodeGuichetClo
                     and RacineCompte = :RacineCompteClo
                     and TypeCompte = :TypeCompteClo
                     and left(DateMouvement, 8) >= :DateDebutRelClo
                   order by DateMouvement
           end-exec.
           exec sql
               open C-MvtReleveClo
           end-exec.
           move 0 to BoucleurReleveClo.
           perform EditionLigneReleveCloture until BoucleurReleveClo = 1.
           exec sql
               close C-MvtReleveClo
           end-exec.

           write E-ReleveCloture from LigneReleveCloEntete4.
           move "Solde final du compte clos ........ :" to LibelleSoldeRelClo of LigneReleveCloSolde.
           move SoldeCourantClo to MontantSoldeRelClo of LigneReleveCloSolde.
           write E-ReleveCloture from LigneReleveCloSolde.
           write E-ReleveCloture from " ".

      ***** Detail de l'arrete *****
           write E-ReleveCloture from " Detail de l'arrete de cloture".
           move "Solde avant arrete ............ :" to LibelleArreteRelClo of LigneReleveCloArrete.
           move SoldeAvantClo to MontantArreteRelClo of LigneReleveCloArrete.
           move spaces to DetailArreteRelClo of LigneReleveCloArrete.
           write E-ReleveCloture from LigneReleveCloArrete.
           move "Agios au prorata .............. :" to LibelleArreteRelClo of LigneReleveCloArrete.
           compute MontantArreteRelClo of LigneReleveCloArrete = 0 - AgiosClo.
           move JoursAgiosClo to JoursCloEd.
           move spaces to DetailArreteRelClo of LigneReleveCloArrete.
           string JoursCloEd " jours" delimited by size into DetailArreteRelClo of LigneReleveCloArrete.
           write E-ReleveCloture from LigneReleveCloArrete.
           move "Interets crediteurs au prorata  :" to LibelleArreteRelClo of LigneReleveCloArrete.
           move InteretsClo to MontantArreteRelClo of LigneReleveCloArrete.
           move JoursInteretsClo to JoursCloEd.
           move spaces to DetailArreteRelClo of LigneReleveCloArrete.
           string JoursCloEd " jours" delimited by size into DetailArreteRelClo of LigneReleveCloArrete.
           write E-ReleveCloture from LigneReleveCloArrete.
           move "Frais du mois au prorata ...... :" to LibelleArreteRelClo of LigneReleveCloArrete.
           compute MontantArreteRelClo of LigneReleveCloArrete = 0 - FraisClo.
           move spaces to DetailArreteRelClo of LigneReleveCloArrete.
           write E-ReleveCloture from LigneReleveCloArrete.
           move "Solde net transfere ........... :" to LibelleArreteRelClo of LigneReleveCloArrete.
           move SoldeNetClo to MontantArreteRelClo of LigneReleveCloArrete.
           move DestinationClo to DetailArreteRelClo of LigneReleveCloArrete.
           write E-ReleveCloture from LigneReleveCloArrete.
           add 9 to NbLignesReleveClo.

           close F-ReleveCloture.
           move NomFichierReleveCloture to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesReleveClo to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EditionLigneReleveCloture.
           exec sql
               fetch C-MvtReleveClo into :MouvementCompte.DateMouvement,
                   :MouvementCompte.Sens,
                   :MouvementCompte.Montant,
                   :MouvementCompte.Libelle
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurReleveClo
               exit paragraph
           end-if.

           move DateMouvement of MouvementCompte to DateMvtRelClo of LigneReleveCloDetail.
           move Libelle of MouvementCompte to LibelleMvtRelClo of LigneReleveCloDetail.
           if Sens of MouvementCompte = "D" then
               move Montant of MouvementCompte to DebitMvtRelClo of LigneReleveCloDetail
               move 0 to CreditMvtRelClo of LigneReleveCloDetail
               subtract Montant of MouvementCompte from SoldeCourantClo
           else
               move 0 to DebitMvtRelClo of LigneReleveCloDetail
               move Montant of MouvementCompte to CreditMvtRelClo of LigneReleveCloDetail
               add Montant of MouvementCompte to SoldeCourantClo
           end-if.
           write E-ReleveCloture from LigneReleveCloDetail.
           add 1 to NbLignesReleveClo.

      **********************************************************************************************
      ***** Changement de domiciliation d'un compte (sous-menu Exploitation, option G) *****
      ***** Le compte garde sa racine et son type, change de guichet dans la meme banque ; *****
      ***** cle RIB, IBAN et BIC recalcules, toutes les tables rattachees au compte suivent, *****
      ***** l'ancien RIB est garde en correspondance pour la periode de transition *****
      **********************************************************************************************
       ChangementDomiciliation.
           display " " line 1 col 1 blank screen.
           display "CHANGEMENT DE DOMICILIATION D'UN COMPTE" line 2 col 20.

           perform InitSaisieMouvement.
           display "Compte (banque guichet racine type) : " line 5 col 2 with no advancing.
           accept CodeBanqueMvt line 5 col 40.
           accept CodeGuichetMvt line 5 col 46.
           accept RacineCompteMvt line 5 col 52.
           accept TypeCompteMvt line 5 col 62.
           if CodeBanqueMvt = " " or CodeGuichetMvt = " " or
              RacineCompteMvt = " " or TypeCompteMvt = " " then
               exit paragraph
           end-if.

           perform ControlesDomiciliation.
           if Domiciliation-OK = "N" then
               perform AttenteEntreeDomiciliation
               exit paragraph
           end-if.

           move " " to NouveauGuichetDom.
           display "Nouveau guichet (code guichet)      : " line 10 col 2 with no advancing.
           accept NouveauGuichetDom line 10 col 40.
           perform ControleNouveauGuichetDom.
           if Domiciliation-OK = "N" then
               perform AttenteEntreeDomiciliation
               exit paragraph
           end-if.

           perform CalculNouveauRibDom.

           move "N" to ConfirmationDom.
           display "Confirmer le changement de domiciliation (o/N) : " line 17 col 2 with no advancing.
           accept ConfirmationDom line 17 col 51.
           if ConfirmationDom <> "o" and ConfirmationDom <> "O" then
               exit paragraph
           end-if.

           exec sql
               UPDATE Compte SET CodeGuichet = :NouveauGuichetDom, CleRib = :CleRibTrouve,
                      Iban = :Compte.Iban, Bic = :Compte.Bic
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Mise a jour du compte impossible, domiciliation abandonnee ** " line 25 col 1 bell blink
               perform AttenteEntreeDomiciliation
               exit paragraph
           end-if.

           perform ReportDomiciliationTables.
           perform EnregistrementCorrespondanceRib.

      ***** Lettre au titulaire avec ses nouvelles coordonnees bancaires *****
           perform InitFichierCourriers.
           move "DOM" to CodeLettreCourrier of DemandeCourrier.
           move CodeBanqueDom to CodeBanqueCourrier of DemandeCourrier.
           move NouveauGuichetDom to CodeGuichetCourrier of DemandeCourrier.
           move RacineCompteDom to RacineCompteCourrier of DemandeCourrier.
           move TypeCompteDom to TypeCompteCourrier of DemandeCourrier.
           move 0 to MontantCourrier of DemandeCourrier.
           perform GenerationCourrier.
           perform ClotureFichierCourriers.

           display " ** Compte domicilie au nouveau guichet, lettre editee ** " line 20 col 2.
           perform AttenteEntreeDomiciliation.

      ***** Le compte doit exister, ni clos ni gele par une succession *****
       ControlesDomiciliation.
           move "O" to Domiciliation-OK.
           move CodeBanqueMvt to CodeBanqueDom.
           move CodeGuichetMvt to CodeGuichetDom.
           move RacineCompteMvt to RacineCompteDom.
           move TypeCompteMvt to TypeCompteDom.

           exec sql
               select Compte.CodeClient, Compte.CodeBanque, Compte.CodeGuichet,
                      Compte.RacineCompte, Compte.TypeCompte,
                      ISNULL(Compte.CleRib, ' '), ISNULL(Compte.Iban, ' '),
                      ISNULL(Compte.Statut, 'O'), Client.Nom, Client.Prenom
               into :Compte.CodeClient, :Compte.CodeBanque, :Compte.CodeGuichet,
                    :Compte.CompteComplet.RacineCompte, :Compte.CompteComplet.TypeCompte,
                    :AncienneCleRibDom, :AncienIbanDom,
                    :StatutCompteDom, :NomClientDom, :PrenomClientDom
               from Compte
               join Client on Client.CodeClient = Compte.CodeClient
               where Compte.CodeBanque = :CodeBanqueDom and Compte.CodeGuichet = :CodeGuichetDom
                 and Compte.RacineCompte = :RacineCompteDom and Compte.TypeCompte = :TypeCompteDom
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.
           if StatutCompteDom = "C" then
               display " ** Compte clos : pas de changement de domiciliation ** " line 25 col 1 bell blink
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.
           if StatutCompteDom = "S" then
               display " ** Compte gele par une succession ** " line 25 col 1 bell blink
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.

           display "Titulaire   : " line 7 col 2.
           display NomClientDom line 7 col 16.
           display PrenomClientDom line 7 col 32.
           display "RIB actuel  : " line 8 col 2.
           display CodeBanqueDom line 8 col 16.
           display CodeGuichetDom line 8 col 22.
           display RacineCompteDom line 8 col 28.
           display TypeCompteDom line 8 col 38.
           display AncienneCleRibDom line 8 col 41.
           display "IBAN : " line 8 col 46.
           display AncienIbanDom line 8 col 53.

      ***** Guichet connu de la meme banque, different de l'actuel, sans compte homonyme *****
       ControleNouveauGuichetDom.
           move "O" to Domiciliation-OK.
           if NouveauGuichetDom = " " then
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.
           if NouveauGuichetDom = CodeGuichetDom then
               display " ** Le compte est deja domicilie a ce guichet ** " line 25 col 1 bell blink
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.

           move " " to NomNouveauGuichetDom.
           exec sql
               select NomGuichet into :NomNouveauGuichetDom from Guichet
               where CodeBanque = :CodeBanqueDom and CodeGuichet = :NouveauGuichetDom
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Guichet inconnu pour cette banque ** " line 25 col 1 bell blink
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.
           display NomNouveauGuichetDom line 10 col 48.

           move 0 to NbCompteDomTrouve.
           exec sql
               select count(*) into :NbCompteDomTrouve from Compte
               where CodeBanque = :CodeBanqueDom and CodeGuichet = :NouveauGuichetDom
                 and RacineCompte = :RacineCompteDom and TypeCompte = :TypeCompteDom
           end-exec.
           if NbCompteDomTrouve > 0 then
               display " ** Un compte existe deja sous ce numero au nouveau guichet ** " line 25 col 1 bell blink
               move "N" to Domiciliation-OK
               exit paragraph
           end-if.

      ***** Nouvelle cle RIB puis IBAN/BIC sur les coordonnees du nouveau guichet *****
       CalculNouveauRibDom.
           move NouveauGuichetDom to CodeGuichet of Compte.
           move CompteComplet of Compte to CompteCompletNum.
           move CodeGuichet of Compte to CodeGuichetNum.
           move CodeBanque of Compte to CodeBanqueNum.
           perform CalculCleRib.
           move CleRibNum to CleRibTrouve.
           move CleRibTrouve to CleRib of Compte.
           perform CalculIbanBic.

           perform LectureMoisTransitionRib.
           exec sql
               select convert(char(8), dateadd(month, :MoisTransitionRib, getdate()), 112)
               into :DateFinTransitionRib
           end-exec.

           display "Nouveau RIB : " line 12 col 2.
           display CodeBanqueDom line 12 col 16.
           display NouveauGuichetDom line 12 col 22.
           display RacineCompteDom line 12 col 28.
           display TypeCompteDom line 12 col 38.
           display CleRibTrouve line 12 col 41.
           display "Nouvel IBAN : " line 13 col 2.
           display Iban of Compte line 13 col 16.
           display "Nouveau BIC : " line 14 col 2.
           display Bic of Compte line 14 col 16.
           display "Ancien RIB redirige jusqu'au (AAAAMMJJ) : " line 15 col 2.
           display DateFinTransitionRib line 15 col 44.

      ***** Duree de la periode de transition en mois (parametre MOISTRANSITIONRIB) *****
       LectureMoisTransitionRib.
           move 13 to MoisTransitionRib.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'MOISTRANSITIONRIB'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :MoisTransitionRib from ParametreBancaire
                   where CleParam = 'MOISTRANSITIONRIB'
               end-exec
           end-if.

      ***** Les tables rattachees au compte suivent le changement de guichet. Les tables de *****
      ***** resultats deja edites (rentabilite, projection, alertes envoyees, courriers, *****
      ***** clotures, corrections de cle) gardent l'ancien guichet, a la date de l'evenement *****
       ReportDomiciliationTables.
           exec sql
               UPDATE MouvementCompte SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE TitulaireCompte SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE VirementPermanent SET CodeGuichetSource = :NouveauGuichetDom
               WHERE CodeBanqueSource = :CodeBanqueDom AND CodeGuichetSource = :CodeGuichetDom
                 AND RacineCompteSource = :RacineCompteDom AND TypeCompteSource = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE VirementPermanent SET CodeGuichetCible = :NouveauGuichetDom
               WHERE CodeBanqueCible = :CodeBanqueDom AND CodeGuichetCible = :CodeGuichetDom
                 AND RacineCompteCible = :RacineCompteDom AND TypeCompteCible = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE MandatPrelevement SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE OrdreSaisieCompte SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.

      ***** Chequiers et cheques : les formules deja remises restent payables *****
           exec sql
               UPDATE Chequier SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE ChequePaye SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE OppositionCheque SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE IncidentCheque SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.

      ***** Cartes rattachees au compte et leurs transactions a debiter *****
           exec sql
               UPDATE CarteBancaire SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE TransactionCarte SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.

      ***** Prets : compte du pret et compte de prelevement des echeances *****
           exec sql
               UPDATE PretConsommation SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE PretConsommation SET CodeGuichetPrel = :NouveauGuichetDom
               WHERE CodeBanquePrel = :CodeBanqueDom AND CodeGuichetPrel = :CodeGuichetDom
                 AND RacineComptePrel = :RacineCompteDom AND TypeComptePrel = :TypeCompteDom
           end-exec.

      ***** Depots a terme : compte de depot et compte source *****
           exec sql
               UPDATE DepotATerme SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE DepotATerme SET CodeGuichetSource = :NouveauGuichetDom
               WHERE CodeBanqueSource = :CodeBanqueDom AND CodeGuichetSource = :CodeGuichetDom
                 AND RacineCompteSource = :RacineCompteDom AND TypeCompteSource = :TypeCompteDom
           end-exec.

      ***** Operations en attente de validation, au debit comme au credit *****
           exec sql
               UPDATE MouvementAttente SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE MouvementAttente SET CodeGuichetCible = :NouveauGuichetDom
               WHERE CodeBanqueCible = :CodeBanqueDom AND CodeGuichetCible = :CodeGuichetDom
                 AND RacineCompteCible = :RacineCompteDom AND TypeCompteCible = :TypeCompteDom
           end-exec.

      ***** Virements emis et recus : les retours SEPA retrouvent l'ordre par son identifiant *****
           exec sql
               UPDATE VirementExterne SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE VirementRecu SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE RemiseVirement SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.

      ***** Photos de soldes, abonnements et suivis du compte *****
           exec sql
               UPDATE SoldeMensuel SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE AbonnementAlerte SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE AbonnementReleveElec SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE ReleveElectronique SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE CompteInactif SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE SuccessionCompte SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.

      ***** Reclamations, remises de cheques et revisions de decouvert du compte *****
           exec sql
               UPDATE Reclamation SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE RemiseCheques SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE PropositionDecouvert SET CodeGuichet = :NouveauGuichetDom
               WHERE CodeBanque = :CodeBanqueDom AND CodeGuichet = :CodeGuichetDom
                 AND RacineCompte = :RacineCompteDom AND TypeCompte = :TypeCompteDom
           end-exec.

      ***** Correspondance ancien RIB -> nouveau RIB. Un retour a un ancien guichet efface *****
      ***** la correspondance de ce RIB, redevenu celui du compte ; les correspondances *****
      ***** plus anciennes pointent desormais sur le nouveau RIB *****
       EnregistrementCorrespondanceRib.
           exec sql
               DELETE FROM CorrespondanceRib
               WHERE AncienCodeBanque = :CodeBanqueDom AND AncienCodeGuichet = :NouveauGuichetDom
                 AND AncienneRacine = :RacineCompteDom AND AncienType = :TypeCompteDom
           end-exec.
           exec sql
               UPDATE CorrespondanceRib
               SET NouveauCodeGuichet = :NouveauGuichetDom, NouvelleCleRib = :CleRibTrouve,
                   NouvelIban = :Compte.Iban, NouveauBic = :Compte.Bic
               WHERE NouveauCodeBanque = :CodeBanqueDom AND NouveauCodeGuichet = :CodeGuichetDom
                 AND NouvelleRacine = :RacineCompteDom AND NouveauType = :TypeCompteDom
           end-exec.
           exec sql
               INSERT INTO CorrespondanceRib
                   (AncienCodeBanque, AncienCodeGuichet, AncienneRacine, AncienType,
                    AncienneCleRib, AncienIban, NouveauCodeBanque, NouveauCodeGuichet,
                    NouvelleRacine, NouveauType, NouvelleCleRib, NouvelIban, NouveauBic,
                    DateTransfert, DateFinTransition, CodeOperateur)
               VALUES
                   (:CodeBanqueDom, :CodeGuichetDom, :RacineCompteDom, :TypeCompteDom,
                    :AncienneCleRibDom, :AncienIbanDom, :CodeBanqueDom, :NouveauGuichetDom,
                    :RacineCompteDom, :TypeCompteDom, :CleRibTrouve, :Compte.Iban, :Compte.Bic,
                    convert(char(8), getdate(), 112), :DateFinTransitionRib, :CodeOperateurSigne)
           end-exec.

       AttenteEntreeDomiciliation.
           display "Tapez Entree " line 22 col 2 with no advancing.
           accept Reponse line 22 col 15.

      ***** Recherche du compte sur CodeBanqueMvt... ; un RIB abandonne par changement de *****
      ***** domiciliation est redirige sur le compte tant que la transition court *****
       LectureCompteMvtRedirige.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 1 then
               exit paragraph
           end-if.

           perform RechercheCorrespondanceRib.
           if RibRedirige = "O" then
               move CodeBanqueRibRedirige to CodeBanqueMvt
               move CodeGuichetRibRedirige to CodeGuichetMvt
               move RacineCompteRibRedirige to RacineCompteMvt
               move TypeCompteRibRedirige to TypeCompteMvt
               perform LectureCompteMvt
           end-if.

       RechercheCorrespondanceRib.
           move "N" to RibRedirige.
           exec sql
               select top 1 NouveauCodeBanque, NouveauCodeGuichet, NouvelleRacine, NouveauType
               into :CodeBanqueRibRedirige, :CodeGuichetRibRedirige,
                    :RacineCompteRibRedirige, :TypeCompteRibRedirige
               from CorrespondanceRib
               where AncienCodeBanque = :CodeBanqueMvt and AncienCodeGuichet = :CodeGuichetMvt
                 and AncienneRacine = :RacineCompteMvt and AncienType = :TypeCompteMvt
                 and DateFinTransition >= convert(char(8), getdate(), 112)
               order by DateTransfert desc
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move "O" to RibRedirige
           end-if.

      ***** Meme redirection pour un ancien IBAN cite dans un virement *****
       RechercheCorrespondanceIban.
           move "N" to RibRedirige.
           exec sql
               select top 1 NouveauCodeBanque, NouveauCodeGuichet, NouvelleRacine, NouveauType
               into :CodeBanqueRibRedirige, :CodeGuichetRibRedirige,
                    :RacineCompteRibRedirige, :TypeCompteRibRedirige
               from CorrespondanceRib
               where AncienIban = :IbanRibRecherche
                 and DateFinTransition >= convert(char(8), getdate(), 112)
               order by DateTransfert desc
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move "O" to RibRedirige
           end-if.

      *------------------------------------------------------------------
      * Saisie du decouvert autorise d'un compte designe par son No de
      * ligne (montant accorde par la banque, 0 = aucun decouvert)
      *------------------------------------------------------------------
       SaisieDecouvertAutorise.
           if CodeBanque of CleBase of LigneEcran(LigneCompte) = "" then
               display " ** Compte non encore enregistre en base ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to DecouvertAutoriseSaisi.
           display "Decouvert autorise : " line 25 col 1 with no advancing.
           accept DecouvertAutoriseSaisi line 25 col 23.

      ***** Catalogue produits : pas de decouvert accorde sur un type qui l'interdit *****
           if DecouvertAutoriseSaisi > 0 then
               move " " to DecouvertProduitFlag
               move TypeCompte of CleBase of LigneEcran(LigneCompte) to TypeCompteMvt
               exec sql
                   select DecouvertAutorise into :DecouvertProduitFlag from ProduitCompte
                   where TypeCompte = :TypeCompteMvt
               end-exec
               if (SQLCODE = 0 or SQLCODE = 1) and DecouvertProduitFlag = "N" then
                   display " ** Decouvert interdit sur ce type de compte (catalogue produits) ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
           end-if.

           move CodeBanque of CleBase of LigneEcran(LigneCompte) to CodeBanqueMvt.
           move CodeGuichet of CleBase of LigneEcran(LigneCompte) to CodeGuichetMvt.
           move RacineCompte of CleBase of LigneEcran(LigneCompte) to RacineCompteMvt.
           move TypeCompte of CleBase of LigneEcran(LigneCompte) to TypeCompteMvt.

           exec sql
               UPDATE Compte SET DecouvertAutorise = :DecouvertAutoriseSaisi
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.
           display M-EffaceQuestion.

      *------------------------------------------------------------------
      * Co-titulaires et procurations du compte designe par son No de
      * ligne : liste des titulaires rattaches (table TitulaireCompte),
      * ajout d'un client existant avec un role (T/C/P), retrait
      *------------------------------------------------------------------
       GestionCoTitulaires.
           if CodeBanque of CleBase of LigneEcran(LigneCompte) = "" then
               display " ** Compte non encore enregistre en base ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move CodeBanque of CleBase of LigneEcran(LigneCompte) to CodeBanqueMvt.
           move CodeGuichet of CleBase of LigneEcran(LigneCompte) to CodeGuichetMvt.
           move RacineCompte of CleBase of LigneEcran(LigneCompte) to RacineCompteMvt.
           move TypeCompte of CleBase of LigneEcran(LigneCompte) to TypeCompteMvt.

           move 0 to CoTit-iterator.
           perform GestionCoTitulaires-Trt until CoTit-iterator = 1.

       GestionCoTitulaires-Trt.
           perform AffichageListeCoTitulaires.
           move " " to OptionCoTit.
           display "[A]jouter un titulaire / [S]upprimer, No / autre = retour : " line 22 col 2 with no advancing.
           accept OptionCoTit line 22 col 63.
           if OptionCoTit = "a" then
               move "A" to OptionCoTit
           end-if.
           if OptionCoTit = "s" then
               move "S" to OptionCoTit
           end-if.

           evaluate OptionCoTit
               when "A"
                   perform AjoutCoTitulaire
               when "S"
                   perform SuppressionCoTitulaire
               when other
                   move 1 to CoTit-iterator
           end-evaluate.

      ***** Liste numerotee des titulaires rattaches au compte (20 au plus) *****
       AffichageListeCoTitulaires.
           display " " line 1 col 1 blank screen.
           display "CO-TITULAIRES DU COMPTE " line 2 col 25 with no advancing.
           display CodeBanqueMvt line 2 col 50 with no advancing.
           display RacineCompteMvt line 2 col 56.
           display "No  Nom              Prenom           Role (T titulaire / C co-tit / P procu)" line 4 col 1.

           move 0 to MaxCoTit.
           move 0 to NoCoTitSaisi.
           move 4 to NoLigneCoTit.
           move 0 to BoucleurCoTit.

           exec sql
               declare C-ListeCoTit cursor for
                   select TitulaireCompte.CodeClient, Client.Nom, Client.Prenom,
                          TitulaireCompte.RoleTitulaire
                   from TitulaireCompte
                   join Client on Client.CodeClient = TitulaireCompte.CodeClient
                   where TitulaireCompte.CodeBanque = :CodeBanqueMvt
                     and TitulaireCompte.CodeGuichet = :CodeGuichetMvt
                     and TitulaireCompte.RacineCompte = :RacineCompteMvt
                     and TitulaireCompte.TypeCompte = :TypeCompteMvt
                   order by Client.Nom
           end-exec.
           exec sql
               open C-ListeCoTit
           end-exec.

           perform AffichageLigneCoTitulaire until BoucleurCoTit = 1.

           exec sql
               close C-ListeCoTit
           end-exec.

       AffichageLigneCoTitulaire.
           exec sql
               fetch C-ListeCoTit into :LigneCoTitCourante.CodeClientCT,
                   :LigneCoTitCourante.NomCT,
                   :LigneCoTitCourante.PrenomCT,
                   :LigneCoTitCourante.RoleCT
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxCoTit < 20 then
               add 1 to MaxCoTit
               move MaxCoTit to NoCoTitSaisi
               move CodeClientCT of LigneCoTitCourante to CodeClientCTEcran(MaxCoTit)
               move RoleCT of LigneCoTitCourante to RoleCTEcran(MaxCoTit)
               add 1 to NoLigneCoTit
               display NoCoTitSaisi line NoLigneCoTit col 1 with no advancing
               display NomCT of LigneCoTitCourante line NoLigneCoTit col 5 with no advancing
               display PrenomCT of LigneCoTitCourante line NoLigneCoTit col 22 with no advancing
               display RoleCT of LigneCoTitCourante line NoLigneCoTit col 39
           else
               move 1 to BoucleurCoTit
           end-if.

      ***** Rattachement d'un client existant comme titulaire du compte *****
       AjoutCoTitulaire.
           move " " to NomCoTitRecherche.
           move " " to PrenomCoTitRecherche.
           move " " to CodePostalCoTitRecherche.
           move " " to RoleTitulaireSaisi.
           display "Nom : " line 23 col 2 with no advancing.
           accept NomCoTitRecherche line 23 col 8.
           display "Prenom : " line 23 col 25 with no advancing.
           accept PrenomCoTitRecherche line 23 col 34.
           display "CP : " line 23 col 51 with no advancing.
           accept CodePostalCoTitRecherche line 23 col 56.
           display "Role (T/C/P) : " line 24 col 2 with no advancing.
           accept RoleTitulaireSaisi line 24 col 17.

           if RoleTitulaireSaisi = "t" then
               move "T" to RoleTitulaireSaisi
           end-if.
           if RoleTitulaireSaisi = "c" then
               move "C" to RoleTitulaireSaisi
           end-if.
           if RoleTitulaireSaisi = "p" then
               move "P" to RoleTitulaireSaisi
           end-if.
           if RoleTitulaireSaisi <> "T" and RoleTitulaireSaisi <> "C" and
              RoleTitulaireSaisi <> "P" then
               display " ** Role invalide (T/C/P) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Le titulaire doit etre un client deja connu (Nom+Prenom+CodePostal) *****
           move " " to CodeClientCoTit.
           exec sql
               select CodeClient into :CodeClientCoTit from Client
               where Nom = :NomCoTitRecherche and Prenom = :PrenomCoTitRecherche
                 and CodePostal = :CodePostalCoTitRecherche
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Client introuvable (Nom+Prenom+CP) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NbCoTitTrouve.
           exec sql
               select count(*) into :NbCoTitTrouve from TitulaireCompte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and CodeClient = :CodeClientCoTit
           end-exec.
           if NbCoTitTrouve > 0 then
               display " ** Client deja titulaire de ce compte ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           exec sql
               INSERT INTO TitulaireCompte
                   (CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    CodeClient, RoleTitulaire)
               VALUES
                   (:CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt,
                    :CodeClientCoTit, :RoleTitulaireSaisi)
           end-exec.
           display " ** Titulaire rattache ** " line 25 col 1.

      ***** Retrait d'un titulaire designe par son No *****
       SuppressionCoTitulaire.
           move 0 to NoCoTitSaisi.
           display "No du titulaire a retirer : " line 23 col 2 with no advancing.
           accept NoCoTitSaisi line 23 col 31.
           if NoCoTitSaisi > 0 and NoCoTitSaisi <= MaxCoTit then
               move CodeClientCTEcran(NoCoTitSaisi) to CodeClientCoTit
               exec sql
                   DELETE FROM TitulaireCompte
                   WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                     AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                     AND CodeClient = :CodeClientCoTit
               end-exec
           end-if.

      *------------------------------------------------------------------
      * Cartes de paiement du compte designe par son No de ligne : liste
      * des cartes (table CarteBancaire), emission, renouvellement,
      * opposition pour perte ou vol avec motif et tampon operateur
      *------------------------------------------------------------------
       GestionCartes.
           if CodeBanque of CleBase of LigneEcran(LigneCompte) = "" then
               display " ** Compte non encore enregistre en base ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move CodeBanque of CleBase of LigneEcran(LigneCompte) to CodeBanqueMvt.
           move CodeGuichet of CleBase of LigneEcran(LigneCompte) to CodeGuichetMvt.
           move RacineCompte of CleBase of LigneEcran(LigneCompte) to RacineCompteMvt.
           move TypeCompte of CleBase of LigneEcran(LigneCompte) to TypeCompteMvt.

           move 0 to Cartes-iterator.
           perform GestionCartes-Trt until Cartes-iterator = 1.

       GestionCartes-Trt.
           perform AffichageListeCartes.
           move " " to OptionCartes.
           display "[E]mettre / [R]enouveler / [O]pposition / autre = retour : " line 22 col 2 with no advancing.
           accept OptionCartes line 22 col 61.
           if OptionCartes = "e" then
               move "E" to OptionCartes
           end-if.
           if OptionCartes = "r" then
               move "R" to OptionCartes
           end-if.
           if OptionCartes = "o" then
               move "O" to OptionCartes
           end-if.

           evaluate OptionCartes
               when "E"
                   perform EmissionCarte
               when "R"
                   perform RenouvellementCarte
               when "O"
                   perform OppositionCarte
               when other
                   move 1 to Cartes-iterator
           end-evaluate.

      ***** Liste numerotee des cartes du compte (20 au plus), les plus recentes d'abord *****
       AffichageListeCartes.
           display " " line 1 col 1 blank screen.
           display "CARTES DU COMPTE " line 2 col 25 with no advancing.
           display CodeBanqueMvt line 2 col 43 with no advancing.
           display CodeGuichetMvt line 2 col 49 with no advancing.
           display RacineCompteMvt line 2 col 55 with no advancing.
           display TypeCompteMvt line 2 col 65.
           display "No  Numero carte      Debit  Expire  Statut  Opposition (motif, date)" line 4 col 1.

           move 0 to MaxCartes.
           move 0 to NoCarteSaisi.
           move 4 to NoLigneCartes.
           move 0 to BoucleurCartes.

           exec sql
               declare C-ListeCartes cursor for
                   select NoCarte, TypeDebit, DateExpiration, Statut,
                          ISNULL(MotifOpposition, ' '), ISNULL(DateOpposition, ' ')
                   from CarteBancaire
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                   order by DateExpiration desc
           end-exec.
           exec sql
               open C-ListeCartes
           end-exec.

           perform AffichageLigneCarte until BoucleurCartes = 1.

           exec sql
               close C-ListeCartes
           end-exec.

       AffichageLigneCarte.
           exec sql
               fetch C-ListeCartes into :LigneCarteCourante.NoCarte,
                   :LigneCarteCourante.TypeDebitCarte,
                   :LigneCarteCourante.DateExpirationCarte,
                   :LigneCarteCourante.StatutCarte,
                   :LigneCarteCourante.MotifOppositionCarte,
                   :LigneCarteCourante.DateOppositionCarte
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxCartes < 15 then
               add 1 to MaxCartes
               move MaxCartes to NoCarteSaisi
               move NoCarte of LigneCarteCourante to NoCarte of LigneCarteEcran(MaxCartes)
               move TypeDebitCarte of LigneCarteCourante to TypeDebitCarte of LigneCarteEcran(MaxCartes)
               move StatutCarte of LigneCarteCourante to StatutCarte of LigneCarteEcran(MaxCartes)
               add 1 to NoLigneCartes
               display NoCarteSaisi line NoLigneCartes col 1 with no advancing
               display NoCarte of LigneCarteCourante line NoLigneCartes col 5 with no advancing
               display TypeDebitCarte of LigneCarteCourante line NoLigneCartes col 24 with no advancing
               display DateExpirationCarte of LigneCarteCourante line NoLigneCartes col 29 with no advancing
               display StatutCarte of LigneCarteCourante line NoLigneCartes col 39 with no advancing
               display MotifOppositionCarte of LigneCarteCourante line NoLigneCartes col 47 with no advancing
               display DateOppositionCarte of LigneCarteCourante line NoLigneCartes col 50
           else
               move 1 to BoucleurCartes
           end-if.

      ***** Emission d'une carte sur le compte : numero a 16 chiffres, debit immediat ou *****
      ***** differe, validite de trois ans *****
       EmissionCarte.
           move " " to NoCarteNouvelle.
           move " " to TypeDebitCarteSaisi.
           display "Numero de carte : " line 23 col 2 with no advancing.
           accept NoCarteNouvelle line 23 col 20.
           display "Debit (I immediat / D differe) : " line 23 col 40 with no advancing.
           accept TypeDebitCarteSaisi line 23 col 74.

           if TypeDebitCarteSaisi = "i" then
               move "I" to TypeDebitCarteSaisi
           end-if.
           if TypeDebitCarteSaisi = "d" then
               move "D" to TypeDebitCarteSaisi
           end-if.
           if TypeDebitCarteSaisi <> "I" and TypeDebitCarteSaisi <> "D" then
               display " ** Type de debit invalide (I/D) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform ControleNouvelleCarte.
           if LigneCarteValide = "N" then
               exit paragraph
           end-if.

           perform EnregistrementCarte.
           display " ** Carte emise ** " line 25 col 1.

      ***** Renouvellement : nouvelle carte de meme type sur le meme compte, l'ancienne *****
      ***** passe en R (plus aucune transaction acceptee apres son expiration) *****
       RenouvellementCarte.
           move 0 to NoCarteSaisi.
           display "No de la carte a renouveler : " line 23 col 2 with no advancing.
           accept NoCarteSaisi line 23 col 33.
           if NoCarteSaisi = 0 or NoCarteSaisi > MaxCartes then
               exit paragraph
           end-if.
           if StatutCarte of LigneCarteEcran(NoCarteSaisi) <> "A" then
               display " ** Seule une carte active peut etre renouvelee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to NoCarteNouvelle.
           display "Numero de la nouvelle carte : " line 24 col 2 with no advancing.
           accept NoCarteNouvelle line 24 col 33.
           move TypeDebitCarte of LigneCarteEcran(NoCarteSaisi) to TypeDebitCarteSaisi.

           perform ControleNouvelleCarte.
           if LigneCarteValide = "N" then
               exit paragraph
           end-if.

           move NoCarte of LigneCarteEcran(NoCarteSaisi) to NoCarte of LigneCarteCourante.
           exec sql
               UPDATE CarteBancaire SET Statut = 'R'
               WHERE NoCarte = :LigneCarteCourante.NoCarte
           end-exec.
           perform EnregistrementCarte.
           display " ** Carte renouvelee ** " line 25 col 1.

      ***** Le numero doit comporter 16 chiffres et ne pas exister deja au registre *****
       ControleNouvelleCarte.
           move "O" to LigneCarteValide.
           if NoCarteNouvelle is not numeric then
               move "N" to LigneCarteValide
               display " ** Numero de carte invalide (16 chiffres) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move NoCarteNouvelle to NoCarte of LigneCarteCourante.
           move 0 to NbCarteExistante.
           exec sql
               select count(*) into :NbCarteExistante from CarteBancaire
               where NoCarte = :LigneCarteCourante.NoCarte
           end-exec.
           if NbCarteExistante > 0 then
               move "N" to LigneCarteValide
               display " ** Numero de carte deja enregistre ** " line 25 col 1 bell blink
           end-if.

      ***** Insertion de la carte NoCarteNouvelle sur le compte Mvt, expiration a 3 ans *****
       EnregistrementCarte.
           accept DateJourCarte from date yyyymmdd.
           move DateJourCarte(1:4) to AnneeExpirationCarte.
           add 3 to AnneeExpirationCarte.
           move spaces to DateExpirationCarte of LigneCarteCourante.
           string AnneeExpirationCarte DateJourCarte(5:2) delimited by size
               into DateExpirationCarte of LigneCarteCourante.
           move NoCarteNouvelle to NoCarte of LigneCarteCourante.
           move TypeDebitCarteSaisi to TypeDebitCarte of LigneCarteCourante.

           exec sql
               INSERT INTO CarteBancaire
                   (NoCarte, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    TypeDebit, DateExpiration, DateEmission, CodeOperateur, Statut)
               VALUES
                   (:LigneCarteCourante.NoCarte, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt, :LigneCarteCourante.TypeDebitCarte,
                    :LigneCarteCourante.DateExpirationCarte, :DateJourCarte,
                    :CodeOperateurSigne, 'A')
           end-exec.

      ***** Opposition : motif P perte / V vol / F fraude, commentaire, date et operateur *****
       OppositionCarte.
           move 0 to NoCarteSaisi.
           display "No de la carte a mettre en opposition : " line 23 col 2 with no advancing.
           accept NoCarteSaisi line 23 col 43.
           if NoCarteSaisi = 0 or NoCarteSaisi > MaxCartes then
               exit paragraph
           end-if.
           if StatutCarte of LigneCarteEcran(NoCarteSaisi) = "O" then
               display " ** Carte deja en opposition ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to MotifOppositionCarteSaisi.
           move " " to CommentaireOppositionSaisi.
           display "Motif (P perte / V vol / F fraude) : " line 24 col 2 with no advancing.
           accept MotifOppositionCarteSaisi line 24 col 40.
           if MotifOppositionCarteSaisi = "p" then
               move "P" to MotifOppositionCarteSaisi
           end-if.
           if MotifOppositionCarteSaisi = "v" then
               move "V" to MotifOppositionCarteSaisi
           end-if.
           if MotifOppositionCarteSaisi = "f" then
               move "F" to MotifOppositionCarteSaisi
           end-if.
           if MotifOppositionCarteSaisi <> "P" and MotifOppositionCarteSaisi <> "V" and
              MotifOppositionCarteSaisi <> "F" then
               display " ** Motif invalide (P/V/F) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           display "Commentaire : " line 25 col 2 with no advancing.
           accept CommentaireOppositionSaisi line 25 col 16.

           accept DateJourCarte from date yyyymmdd.
           move NoCarte of LigneCarteEcran(NoCarteSaisi) to NoCarte of LigneCarteCourante.
           exec sql
               UPDATE CarteBancaire
               SET Statut = 'O', MotifOpposition = :MotifOppositionCarteSaisi,
                   CommentaireOpposition = :CommentaireOppositionSaisi,
                   DateOpposition = :DateJourCarte,
                   CodeOperateurOpposition = :CodeOperateurSigne
               WHERE NoCarte = :LigneCarteCourante.NoCarte
           end-exec.
           display M-EffaceQuestion.
           display " ** Carte mise en opposition ** " line 25 col 1.

      *------------------------------------------------------------------
      * Succession du client courant : ouverture a la declaration du
      * deces (gel des comptes, suspension des ordres et mandats), puis
      * certificats de solde au jour du deces, paiements autorises et
      * reglement au notaire avec cloture des comptes
      *------------------------------------------------------------------
       GestionSuccession.
           move CodeClient of Client to CodeClientSucc.
           perform LectureSuccessionClient.

           if IdSuccessionCourante = spaces then
               move spaces to DateDecesSucc
               display "Date du deces (AAAAMMJJ) : " line 25 col 1 with no advancing
               accept DateDecesSucc line 25 col 29
               if DateDecesSucc is not numeric then
                   display " ** Date du deces invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               move "N" to ConfirmationSuccession
               display "Ouvrir la succession et geler les comptes du client (o/N) : " line 25 col 1 with no advancing
               accept ConfirmationSuccession line 25 col 62
               if ConfirmationSuccession <> "o" and ConfirmationSuccession <> "O" then
                   display M-EffaceQuestion
                   exit paragraph
               end-if
               perform OuvertureSuccession
               perform LectureSuccessionClient
           end-if.

           move 0 to Succession-iterator.
           perform GestionSuccession-Trt until Succession-iterator = 1.

       GestionSuccession-Trt.
           perform AffichageSuccession.
           move " " to OptionSuccession.
           display "[C]ertificats / [P]aiement autorise / [R]eglement notaire / autre = retour : " line 22 col 2 with no advancing.
           accept OptionSuccession line 22 col 79.
           if OptionSuccession = "c" then
               move "C" to OptionSuccession
           end-if.
           if OptionSuccession = "p" then
               move "P" to OptionSuccession
           end-if.
           if OptionSuccession = "r" then
               move "R" to OptionSuccession
           end-if.

           evaluate OptionSuccession
               when "C"
                   perform EditionCertificatsDeces
               when "P"
                   perform PaiementAutoriseSuccession
               when "R"
                   perform ReglementSuccession
               when other
                   move 1 to Succession-iterator
           end-evaluate.

      ***** Derniere succession ouverte pour le client CodeClientSucc (blanc si aucune) *****
       LectureSuccessionClient.
           move spaces to IdSuccessionCourante.
           move " " to StatutSuccession.
           exec sql
               select top 1 IdSuccession, DateDeces, Statut
               into :IdSuccessionCourante, :DateDecesSucc, :StatutSuccession
               from Succession
               where CodeClient = :CodeClientSucc
               order by DateOuverture desc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move spaces to IdSuccessionCourante
           end-if.

      ***** Ouverture de la succession du client CodeClientSucc decede le DateDecesSucc *****
      ***** (appelee depuis l'ecran et par la ligne DECES de l'import de maintenance) *****
       OuvertureSuccession.
           exec sql
               UPDATE Client SET Decede = 'O', DateDeces = :DateDecesSucc
               WHERE CodeClient = :CodeClientSucc
           end-exec.

      ***** Une seule succession ouverte par client *****
           move spaces to IdSuccessionCourante.
           exec sql
               select IdSuccession into :IdSuccessionCourante from Succession
               where CodeClient = :CodeClientSucc and Statut = 'O'
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               exit paragraph
           end-if.

           exec sql
               select newid() into :IdSuccessionCourante
           end-exec.
           accept DateJourBatch from date yyyymmdd.
           exec sql
               INSERT INTO Succession
                   (IdSuccession, CodeClient, DateDeces, DateOuverture, CodeOperateur, Statut)
               VALUES
                   (:IdSuccessionCourante, :CodeClientSucc, :DateDecesSucc, :DateJourBatch,
                    :CodeOperateurSigne, 'O')
           end-exec.

           move 0 to NbComptesGeles.
           move 0 to NbComptesJoints.

      ***** Comptes non clos dont le defunt est titulaire principal ou co-titulaire *****
           exec sql
               declare C-ComptesDefunt cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.CodeClient
                   from Compte
                   where ISNULL(Compte.Statut, 'O') <> 'C'
                     and (Compte.CodeClient = :CodeClientSucc
                          or exists (select 1 from TitulaireCompte
                                     where TitulaireCompte.CodeBanque = Compte.CodeBanque
                                       and TitulaireCompte.CodeGuichet = Compte.CodeGuichet
                                       and TitulaireCompte.RacineCompte = Compte.RacineCompte
                                       and TitulaireCompte.TypeCompte = Compte.TypeCompte
                                       and TitulaireCompte.CodeClient = :CodeClientSucc
                                       and TitulaireCompte.RoleTitulaire in ('T', 'C')))
           end-exec.
           exec sql
               open C-ComptesDefunt
           end-exec.

           move 0 to BoucleurComptesDefunt.
           perform TraitementCompteDefunt until BoucleurComptesDefunt = 1.

           exec sql
               close C-ComptesDefunt
           end-exec.

       TraitementCompteDefunt.
           exec sql
               fetch C-ComptesDefunt into :CodeBanqueMvt, :CodeGuichetMvt,
                   :RacineCompteMvt, :TypeCompteMvt, :CodeClientTitulaireCompte
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurComptesDefunt
               exit paragraph
           end-if.

           perform CalculSoldeDecesCompte.

      ***** Compte joint : un autre titulaire ou co-titulaire vivant le conserve *****
           move 0 to NbSurvivantsCompte.
           move spaces to CodeClientSurvivant.
           exec sql
               select count(*), ISNULL(min(Titulaires.CodeClient), ' ')
               into :NbSurvivantsCompte, :CodeClientSurvivant
               from (select CodeClient from Compte
                     where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                       and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     union
                     select CodeClient from TitulaireCompte
                     where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                       and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                       and RoleTitulaire in ('T', 'C')) Titulaires
               join Client on Client.CodeClient = Titulaires.CodeClient
               where Titulaires.CodeClient <> :CodeClientSucc
                 and ISNULL(Client.Decede, 'N') <> 'O'
           end-exec.

           if NbSurvivantsCompte > 0 then
      ***** Le survivant devient titulaire principal si le defunt l'etait *****
               move "J" to RegleCompteSucc
               if CodeClientTitulaireCompte = CodeClientSucc then
                   exec sql
                       UPDATE Compte SET CodeClient = :CodeClientSurvivant
                       WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                         AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                   end-exec
               end-if
               exec sql
                   DELETE FROM TitulaireCompte
                   WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                     AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                     AND CodeClient = :CodeClientSucc
               end-exec
               add 1 to NbComptesJoints
           else
      ***** Compte individuel : gel des debits, ordres et mandats suspendus, procurations *****
      ***** eteintes par le deces, cartes mises en opposition (motif D deces) *****
               move "G" to RegleCompteSucc
               exec sql
                   UPDATE Compte SET Statut = 'S'
                   WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                     AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
               end-exec
               exec sql
                   UPDATE VirementPermanent SET Statut = 'S'
                   WHERE CodeBanqueSource = :CodeBanqueMvt AND CodeGuichetSource = :CodeGuichetMvt
                     AND RacineCompteSource = :RacineCompteMvt AND TypeCompteSource = :TypeCompteMvt
                     AND Statut = 'A'
               end-exec
               exec sql
                   UPDATE MandatPrelevement SET Statut = 'S'
                   WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                     AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                     AND Statut = 'A'
               end-exec
               exec sql
                   DELETE FROM TitulaireCompte
                   WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                     AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                     AND RoleTitulaire = 'P'
               end-exec
               exec sql
                   UPDATE CarteBancaire
                   SET Statut = 'O', MotifOpposition = 'D', DateOpposition = :DateJourBatch,
                       CodeOperateurOpposition = :CodeOperateurSigne
                   WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                     AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                     AND Statut = 'A'
               end-exec
               add 1 to NbComptesGeles
           end-if.

           exec sql
               INSERT INTO SuccessionCompte
                   (IdSuccession, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    Regle, SoldeDeces, DateReglement)
               VALUES
                   (:IdSuccessionCourante, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt, :RegleCompteSucc, :SoldeDecesSucc, ' ')
           end-exec.

      ***** Solde du compte Mvt au soir du deces : photo mensuelle verifiee anterieure puis *****
      ***** rejeu des mouvements jusqu'a la date du deces incluse *****
       CalculSoldeDecesCompte.
           move "00000000" to DateBasePhotoSucc.
           exec sql
               select ISNULL(max(DateArrete), '00000000') into :DateBasePhotoSucc
               from SoldeMensuel
               where Verifie = 'O' and DateArrete <= :DateDecesSucc
                 and CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
           end-exec.

           move 0 to SoldeBasePhotoSucc.
           exec sql
               select ISNULL(sum(TotalCredit - TotalDebit), 0) into :SoldeBasePhotoSucc
               from SoldeMensuel
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and DateArrete = :DateBasePhotoSucc
                 and Verifie = 'O'
           end-exec.

           move 0 to SoldeDecesSucc.
           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0)
               into :SoldeDecesSucc
               from MouvementCompte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and DateMouvement > :DateBasePhotoSucc
                 and left(DateMouvement, 8) <= :DateDecesSucc
           end-exec.
           add SoldeBasePhotoSucc to SoldeDecesSucc.

      ***** Ecran de la succession : comptes du defunt avec regle, solde au deces et actuel *****
       AffichageSuccession.
           display " " line 1 col 1 blank screen.
           display "SUCCESSION DE " line 2 col 20 with no advancing.
           display Nom of Client line 2 col 34 with no advancing.
           display Prenom of Client line 2 col 50.
           display "Deces le " line 3 col 20 with no advancing.
           display DateDecesSucc line 3 col 29 with no advancing.
           display "  Statut (O ouverte / R reglee) : " line 3 col 37 with no advancing.
           display StatutSuccession line 3 col 71.
           display "No  Compte                     Regle  Solde au deces   Solde actuel" line 5 col 1.
           display "(G gele / J joint transmis au survivant / R regle et clos)" line 20 col 2.

           move 0 to MaxCompteSucc.
           move 0 to NoCompteSuccSaisi.
           move 5 to NoLigneSucc.
           move 0 to BoucleurSuccession.

           exec sql
               declare C-ComptesSuccession cursor for
                   select SuccessionCompte.CodeBanque, SuccessionCompte.CodeGuichet,
                          SuccessionCompte.RacineCompte, SuccessionCompte.TypeCompte,
                          SuccessionCompte.Regle, SuccessionCompte.SoldeDeces,
                          ISNULL(Compte.Debit, 0), ISNULL(Compte.Credit, 0)
                   from SuccessionCompte
                   left join Compte on Compte.CodeBanque = SuccessionCompte.CodeBanque
                       and Compte.CodeGuichet = SuccessionCompte.CodeGuichet
                       and Compte.RacineCompte = SuccessionCompte.RacineCompte
                       and Compte.TypeCompte = SuccessionCompte.TypeCompte
                   where SuccessionCompte.IdSuccession = :IdSuccessionCourante
                   order by SuccessionCompte.CodeBanque, SuccessionCompte.CodeGuichet,
                       SuccessionCompte.RacineCompte, SuccessionCompte.TypeCompte
           end-exec.
           exec sql
               open C-ComptesSuccession
           end-exec.

           perform AffichageLigneSuccession until BoucleurSuccession = 1.

           exec sql
               close C-ComptesSuccession
           end-exec.

       AffichageLigneSuccession.
           exec sql
               fetch C-ComptesSuccession into :LigneSuccCourante.CodeBanqueSucc,
                   :LigneSuccCourante.CodeGuichetSucc, :LigneSuccCourante.RacineCompteSucc,
                   :LigneSuccCourante.TypeCompteSucc, :LigneSuccCourante.RegleSucc,
                   :LigneSuccCourante.SoldeDecesCpt, :LigneSuccCourante.DebitSucc,
                   :LigneSuccCourante.CreditSucc
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxCompteSucc < 13 then
               add 1 to MaxCompteSucc
               move MaxCompteSucc to NoCompteSuccSaisi
               move corresponding LigneSuccCourante to LigneSuccEcran(MaxCompteSucc)
               compute SoldeActuelSucc = CreditSucc of LigneSuccCourante - DebitSucc of LigneSuccCourante
               add 1 to NoLigneSucc
               display NoCompteSuccSaisi line NoLigneSucc col 1 with no advancing
               display CodeBanqueSucc of LigneSuccCourante line NoLigneSucc col 5 with no advancing
               display CodeGuichetSucc of LigneSuccCourante line NoLigneSucc col 11 with no advancing
               display RacineCompteSucc of LigneSuccCourante line NoLigneSucc col 17 with no advancing
               display TypeCompteSucc of LigneSuccCourante line NoLigneSucc col 27 with no advancing
               display RegleSucc of LigneSuccCourante line NoLigneSucc col 33 with no advancing
               move SoldeDecesCpt of LigneSuccCourante to SoldeCertifEd of LigneCertifSolde
               display SoldeCertifEd of LigneCertifSolde line NoLigneSucc col 38 with no advancing
               move SoldeActuelSucc to SoldeCertifEd of LigneCertifSolde
               display SoldeCertifEd of LigneCertifSolde line NoLigneSucc col 55
           else
               move 1 to BoucleurSuccession
           end-if.

      *------------------------------------------------------------------
      * Certificats de solde au jour du deces : une page par compte de
      * la succession, solde reconstitue depuis l'historique
      *------------------------------------------------------------------
       EditionCertificatsDeces.
           move "CERTIF SOLDE DECES" to TypeEditionCourant.
           move "CertificatsDeces" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierCertifDeces.
           open output F-CertificatsDeces.
           move corresponding DateSysteme to LigneCertifEntete1.
           move Nom of Client to NomCertif of LigneCertifClient.
           move Prenom of Client to PrenomCertif of LigneCertifClient.
           move DateDecesSucc to DateDecesCertif of LigneCertifDeces.
           move 0 to NoPageCertif.

           exec sql
               open C-ComptesSuccession
           end-exec.
           move 0 to BoucleurSuccession.
           perform EditionCertificatDeces until BoucleurSuccession = 1.
           exec sql
               close C-ComptesSuccession
           end-exec.

           close F-CertificatsDeces.
           move NomFichierCertifDeces to NomFichierEditionCourant.
           move NoPageCertif to NbPagesCatalogue.
           compute NbLignesCatalogue = NoPageCertif * 14.
           perform EcritureCatalogueEdition.
           display " ** Certificats de solde edites ** " line 25 col 1.

       EditionCertificatDeces.
           exec sql
               fetch C-ComptesSuccession into :LigneSuccCourante.CodeBanqueSucc,
                   :LigneSuccCourante.CodeGuichetSucc, :LigneSuccCourante.RacineCompteSucc,
                   :LigneSuccCourante.TypeCompteSucc, :LigneSuccCourante.RegleSucc,
                   :LigneSuccCourante.SoldeDecesCpt, :LigneSuccCourante.DebitSucc,
                   :LigneSuccCourante.CreditSucc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurSuccession
               exit paragraph
           end-if.

           move "EUR" to DeviseCompteSucc.
           exec sql
               select ISNULL(Devise, 'EUR') into :DeviseCompteSucc from Compte
               where CodeBanque = :LigneSuccCourante.CodeBanqueSucc
                 and CodeGuichet = :LigneSuccCourante.CodeGuichetSucc
                 and RacineCompte = :LigneSuccCourante.RacineCompteSucc
                 and TypeCompte = :LigneSuccCourante.TypeCompteSucc
           end-exec.

           if NoPageCertif > 0 then
               move NoPageCertif to NPage of LigneCertifBasPage
               write E-CertificatsDeces from LigneCertifBasPage
           end-if.
           add 1 to NoPageCertif.
           write E-CertificatsDeces from LigneCertifEntete1.
           write E-CertificatsDeces from LigneCertifEntete2.
           write E-CertificatsDeces from " ".
           write E-CertificatsDeces from LigneCertifClient.
           write E-CertificatsDeces from LigneCertifDeces.
           write E-CertificatsDeces from " ".
           move CodeBanqueSucc of LigneSuccCourante to CodeBanqueCertif of LigneCertifCompte.
           move CodeGuichetSucc of LigneSuccCourante to CodeGuichetCertif of LigneCertifCompte.
           move RacineCompteSucc of LigneSuccCourante to RacineCompteCertif of LigneCertifCompte.
           move TypeCompteSucc of LigneSuccCourante to TypeCompteCertif of LigneCertifCompte.
           move DeviseCompteSucc to DeviseCertif of LigneCertifCompte.
           write E-CertificatsDeces from LigneCertifCompte.
           move SoldeDecesCpt of LigneSuccCourante to SoldeCertifEd of LigneCertifSolde.
           if SoldeDecesCpt of LigneSuccCourante < 0 then
               move "debiteur" to SensCertifEd of LigneCertifSolde
           else
               move "crediteur" to SensCertifEd of LigneCertifSolde
           end-if.
           write E-CertificatsDeces from LigneCertifSolde.
           evaluate RegleSucc of LigneSuccCourante
               when "G"
                   move "Gele dans l'attente du reglement de la succession" to RegleCertifEd of LigneCertifRegle
               when "J"
                   move "Compte joint conserve par le co-titulaire survivant" to RegleCertifEd of LigneCertifRegle
               when other
                   move "Solde verse au reglement de la succession, clos" to RegleCertifEd of LigneCertifRegle
           end-evaluate.
           write E-CertificatsDeces from LigneCertifRegle.
           write E-CertificatsDeces from " ".
           write E-CertificatsDeces from LigneCertifMention.

      *------------------------------------------------------------------
      * Paiement autorise sur un compte gele de la succession (frais
      * d'obseques, honoraires, impots) vers un IBAN, dans la limite du
      * solde crediteur : le compte gele ne peut pas passer debiteur
      *------------------------------------------------------------------
       PaiementAutoriseSuccession.
           move 0 to NoCompteSuccSaisi.
           display "No du compte a debiter : " line 23 col 2 with no advancing.
           accept NoCompteSuccSaisi line 23 col 28.
           if NoCompteSuccSaisi = 0 or NoCompteSuccSaisi > MaxCompteSucc then
               exit paragraph
           end-if.
           if RegleSucc of LigneSuccEcran(NoCompteSuccSaisi) <> "G" then
               display " ** Seul un compte gele de la succession se paie ici ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform InitSaisieMouvement.
           move CodeBanqueSucc of LigneSuccEcran(NoCompteSuccSaisi) to CodeBanqueMvt.
           move CodeGuichetSucc of LigneSuccEcran(NoCompteSuccSaisi) to CodeGuichetMvt.
           move RacineCompteSucc of LigneSuccEcran(NoCompteSuccSaisi) to RacineCompteMvt.
           move TypeCompteSucc of LigneSuccEcran(NoCompteSuccSaisi) to TypeCompteMvt.

           move " " to NomBeneficiaireSaisi.
           move " " to IbanBeneficiaireSaisi.
           move " " to BicBeneficiaireSaisi.
           display Beneficiaire-Creation.
           accept Beneficiaire-Creation.
           perform VerificationIbanBeneficiaire.
           if IbanBeneficiaireValide = "N" or NomBeneficiaireSaisi = " " or BicBeneficiaireSaisi = " " then
               display " ** Beneficiaire incomplet ou IBAN invalide ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           display VirExterne-Montant.
           accept VirExterne-Montant.
           if MontantMvt = 0 then
               display " ** Montant obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "D" to SensMvt.
           perform ControleAutorisationSaisie.
           if AutorisationSaisie-OK = "N" then
               exit paragraph
           end-if.

           perform LectureCompteMvt.
           if CreditCompteMvt - DebitCompteMvt < MontantMvt then
               display " ** Solde du compte de la succession insuffisant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "N" to ConfirmationMouvement.
           display SaisieMouvement-Confirmation.
           accept SaisieMouvement-Confirmation.
           if ConfirmationMouvement <> "o" and ConfirmationMouvement <> "O" then
               exit paragraph
           end-if.

           if LibelleMvt = " " then
               move spaces to LibelleMvt
               string "Paiement succession " NomBeneficiaireSaisi delimited by size
                   into LibelleMvt
           end-if.
           move "SUC" to CodeOperationMvt.
           move CodeClientSucc to CodeClientVirExt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.
           perform PaiementVersIban.
           display " ** Paiement de la succession enregistre ** " line 25 col 1.

      *------------------------------------------------------------------
      * Reglement au notaire : le solde crediteur de chaque compte gele
      * est verse au compte designe (IBAN), puis le compte est clos avec
      * ses ordres et mandats ; un compte debiteur reste gele et est
      * signale au compte rendu remis au notaire
      *------------------------------------------------------------------
       ReglementSuccession.
           if StatutSuccession <> "O" then
               display " ** Succession deja reglee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to NomBeneficiaireSaisi.
           move " " to IbanBeneficiaireSaisi.
           move " " to BicBeneficiaireSaisi.
           display Beneficiaire-Creation.
           accept Beneficiaire-Creation.
           perform VerificationIbanBeneficiaire.
           if IbanBeneficiaireValide = "N" or NomBeneficiaireSaisi = " " or BicBeneficiaireSaisi = " " then
               display " ** Beneficiaire incomplet ou IBAN invalide ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "N" to ConfirmationSuccession.
           display "Verser les soldes et clore les comptes geles (o/N) : " line 24 col 2 with no advancing.
           accept ConfirmationSuccession line 24 col 56.
           if ConfirmationSuccession <> "o" and ConfirmationSuccession <> "O" then
               exit paragraph
           end-if.

           move "REGLEMENT SUCCESSION" to TypeEditionCourant.
           move "ReglementSuccession" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierReglementSucc.
           open output F-ReglementSuccession.
           move corresponding DateSysteme to LigneReglSuccEntete1.
           write E-ReglementSuccession from LigneReglSuccEntete1.
           write E-ReglementSuccession from LigneCertifEntete2.
           write E-ReglementSuccession from " ".
           move Nom of Client to NomCertif of LigneCertifClient.
           move Prenom of Client to PrenomCertif of LigneCertifClient.
           move DateDecesSucc to DateDecesCertif of LigneCertifDeces.
           write E-ReglementSuccession from LigneCertifClient.
           write E-ReglementSuccession from LigneCertifDeces.
           move NomBeneficiaireSaisi to NomBenefReglEd of LigneReglSuccBenef.
           move IbanBeneficiaireSaisi to IbanBenefReglEd of LigneReglSuccBenef.
           write E-ReglementSuccession from LigneReglSuccBenef.
           write E-ReglementSuccession from " ".
           write E-ReglementSuccession from LigneReglSuccEntete7.
           write E-ReglementSuccession from LigneCertifEntete2.
           move 10 to NbLignesReglement.

           move 0 to NbComptesRegles.
           move 0 to NbComptesNonSoldes.
           move 0 to TotalRegleSucc.
           move CodeClientSucc to CodeClientVirExt.
           accept DateJourBatch from date yyyymmdd.

           exec sql
               open C-ComptesSuccession
           end-exec.
           move 0 to BoucleurSuccession.
           perform ReglementCompteSuccession until BoucleurSuccession = 1.
           exec sql
               close C-ComptesSuccession
           end-exec.

           move TotalRegleSucc to TotalReglEd of LigneReglSuccTotal.
           write E-ReglementSuccession from " ".
           write E-ReglementSuccession from LigneReglSuccTotal.
           close F-ReglementSuccession.
           move NomFichierReglementSucc to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesReglement to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      ***** La succession est reglee quand plus aucun compte ne reste gele *****
           move 0 to NbComptesGelesRestants.
           exec sql
               select count(*) into :NbComptesGelesRestants from SuccessionCompte
               where IdSuccession = :IdSuccessionCourante and Regle = 'G'
           end-exec.
           if NbComptesGelesRestants = 0 then
               exec sql
                   UPDATE Succession SET Statut = 'R', DateReglement = :DateJourBatch
                   WHERE IdSuccession = :IdSuccessionCourante
               end-exec
               move "R" to StatutSuccession
           end-if.
           display " ** Reglement effectue, compte rendu edite ** " line 25 col 1.

       ReglementCompteSuccession.
           exec sql
               fetch C-ComptesSuccession into :LigneSuccCourante.CodeBanqueSucc,
                   :LigneSuccCourante.CodeGuichetSucc, :LigneSuccCourante.RacineCompteSucc,
                   :LigneSuccCourante.TypeCompteSucc, :LigneSuccCourante.RegleSucc,
                   :LigneSuccCourante.SoldeDecesCpt, :LigneSuccCourante.DebitSucc,
                   :LigneSuccCourante.CreditSucc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurSuccession
               exit paragraph
           end-if.
           if RegleSucc of LigneSuccCourante <> "G" then
               exit paragraph
           end-if.

           perform InitSaisieMouvement.
           move CodeBanqueSucc of LigneSuccCourante to CodeBanqueMvt.
           move CodeGuichetSucc of LigneSuccCourante to CodeGuichetMvt.
           move RacineCompteSucc of LigneSuccCourante to RacineCompteMvt.
           move TypeCompteSucc of LigneSuccCourante to TypeCompteMvt.
           move CodeBanqueMvt to CodeBanqueReglEd of LigneReglSuccDetail.
           move CodeGuichetMvt to CodeGuichetReglEd of LigneReglSuccDetail.
           move RacineCompteMvt to RacineCompteReglEd of LigneReglSuccDetail.
           move TypeCompteMvt to TypeCompteReglEd of LigneReglSuccDetail.
           move 0 to MontantReglEd of LigneReglSuccDetail.

           perform LectureCompteMvt.
           compute SoldeActuelSucc = CreditCompteMvt - DebitCompteMvt.
           if SoldeActuelSucc < 0 then
               move "Solde debiteur : reste gele, a regulariser" to ResultatReglEd of LigneReglSuccDetail
               write E-ReglementSuccession from LigneReglSuccDetail
               add 1 to NbLignesReglement
               add 1 to NbComptesNonSoldes
               exit paragraph
           end-if.

           move "N" to PaiementIbanInterne.
           if SoldeActuelSucc > 0 then
               move SoldeActuelSucc to MontantMvt
               move "D" to SensMvt
               move "SUC" to CodeOperationMvt
               move spaces to LibelleMvt
               string "Reglement succession " NomBeneficiaireSaisi delimited by size
                   into LibelleMvt
               move MontantMvt to MontantReglEd of LigneReglSuccDetail
               add MontantMvt to TotalRegleSucc
               perform MiseAJourSoldeCompteMvt
               perform EcritureMouvementGuichet
               perform PaiementVersIban
           end-if.

      ***** Cloture du compte solde : plus d'ordre ni de mandat en vie *****
           move CodeBanqueReglEd of LigneReglSuccDetail to CodeBanqueMvt.
           move CodeGuichetReglEd of LigneReglSuccDetail to CodeGuichetMvt.
           move RacineCompteReglEd of LigneReglSuccDetail to RacineCompteMvt.
           move TypeCompteReglEd of LigneReglSuccDetail to TypeCompteMvt.
           exec sql
               UPDATE Compte SET Statut = 'C', DateCloture = :DateJourBatch
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.
           exec sql
               UPDATE VirementPermanent SET Statut = 'X'
               WHERE CodeBanqueSource = :CodeBanqueMvt AND CodeGuichetSource = :CodeGuichetMvt
                 AND RacineCompteSource = :RacineCompteMvt AND TypeCompteSource = :TypeCompteMvt
                 AND Statut <> 'X'
           end-exec.
           exec sql
               UPDATE MandatPrelevement SET Statut = 'X'
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
                 AND Statut <> 'X'
           end-exec.
           exec sql
               UPDATE SuccessionCompte SET Regle = 'R', DateReglement = :DateJourBatch
               WHERE IdSuccession = :IdSuccessionCourante
                 AND CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.

           if PaiementIbanInterne = "O" then
               move "Verse en interne, compte clos" to ResultatReglEd of LigneReglSuccDetail
           else
               move "Virement emis au prochain export SEPA, compte clos" to ResultatReglEd of LigneReglSuccDetail
           end-if.
           if SoldeActuelSucc = 0 then
               move "Solde nul, compte clos" to ResultatReglEd of LigneReglSuccDetail
           end-if.
           write E-ReglementSuccession from LigneReglSuccDetail.
           add 1 to NbLignesReglement.
           add 1 to NbComptesRegles.

      *------------------------------------------------------------------
      * Connaissance client (KYC) : classe de risque, piece d'identite,
      * residence fiscale et auto-certification FATCA / CRS, enregistrement
      * de la revue periodique du client courant
      *------------------------------------------------------------------
       GestionKyc.
           exec sql
               select ISNULL(ClasseRisque, ' '), ISNULL(TypePieceIdentite, ' '),
                      ISNULL(NumeroPieceIdentite, ' '), ISNULL(DateExpirationPiece, ' '),
                      ISNULL(DateDerniereRevue, ' '), ISNULL(Nationalite, ' '),
                      ISNULL(PaysAdresse, ' '), ISNULL(PaysResidenceFiscale, ' '),
                      ISNULL(NifEtranger, ' '), ISNULL(DateAutoCertification, ' '),
                      ISNULL(StatutAutoCertification, ' ')
               into :Client.ClasseRisque, :Client.TypePieceIdentite,
                    :Client.NumeroPieceIdentite, :Client.DateExpirationPiece,
                    :Client.DateDerniereRevue, :Client.Nationalite,
                    :Client.PaysAdresse, :Client.PaysResidenceFiscale,
                    :Client.NifEtranger, :Client.DateAutoCertification,
                    :Client.StatutAutoCertification
               from Client
               where CodeClient = :Client.CodeClient
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Client a valider avant la saisie KYC ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move ClasseRisque of Client to ClasseRisqueSaisie.
           move TypePieceIdentite of Client to TypePieceSaisie.
           move NumeroPieceIdentite of Client to NumeroPieceSaisie.
           move DateExpirationPiece of Client to DateExpirationSaisie.
           move "N" to RevueKycSaisie.
           move Nationalite of Client to NationaliteSaisie.
           move PaysAdresse of Client to PaysAdresseSaisi.
           move PaysResidenceFiscale of Client to PaysResidenceSaisi.
           move NifEtranger of Client to NifEtrangerSaisi.
           move DateAutoCertification of Client to DateAutoCertifSaisie.
           move StatutAutoCertification of Client to StatutAutoCertifSaisi.

           perform InitDatesKyc.
           move ClasseRisque of Client to ClasseRisqueKyc.
           move DateDerniereRevue of Client to DateRevueKyc.
           perform CalculBornesRevueKyc.
           if DateRevueKyc = " " then
               move "JAMAIS" to DateDerniereRevueEd
               move "A FAIRE" to DateProchaineRevueEd
           else
               move DateRevueKyc to DateDerniereRevueEd
               move DateProchaineRevueKyc to DateProchaineRevueEd
           end-if.

           display Kyc-Saisie.
           accept Kyc-Saisie.

           inspect ClasseRisqueSaisie converting "emf" to "EMF".
           inspect TypePieceSaisie converting "acinpst" to "ACINPST".
           inspect NationaliteSaisie converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect PaysAdresseSaisi converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect PaysResidenceSaisi converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect StatutAutoCertifSaisi converting "ari" to "ARI".

           if ClasseRisqueSaisie <> "E" and ClasseRisqueSaisie <> "M" and
              ClasseRisqueSaisie <> "F" then
               display " ** Classe de risque E, M ou F ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if TypePieceSaisie <> " " and TypePieceSaisie <> "CNI" and
              TypePieceSaisie <> "PAS" and TypePieceSaisie <> "TS" then
               display " ** Piece d'identite CNI, PAS ou TS ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if TypePieceSaisie <> " " and NumeroPieceSaisie = " " then
               display " ** Numero de la piece obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if DateExpirationSaisie <> " " and DateExpirationSaisie is not numeric then
               display " ** Date d'expiration invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if NationaliteSaisie is not alphabetic-upper or
              PaysAdresseSaisi is not alphabetic-upper or
              PaysResidenceSaisi is not alphabetic-upper then
               display " ** Code pays sur 2 lettres (FR, US, DE...) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutAutoCertifSaisi <> " " and StatutAutoCertifSaisi <> "R" and
              StatutAutoCertifSaisi <> "A" and StatutAutoCertifSaisi <> "I" then
               display " ** Auto-certification R, A ou I ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if DateAutoCertifSaisie <> " " and DateAutoCertifSaisie is not numeric then
               display " ** Date d'auto-certification invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Une auto-certification recue est datee et porte la residence fiscale declaree, *****
      ***** avec le NIF du pays de residence quand il n'est pas la France *****
           if StatutAutoCertifSaisi = "R" then
               if DateAutoCertifSaisie = " " or PaysResidenceSaisi = " " then
                   display " ** Auto-certification recue : date et residence fiscale obligatoires ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               if PaysResidenceSaisi <> "FR" and NifEtrangerSaisi = " " then
                   display " ** NIF obligatoire pour une residence fiscale hors de France ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
           end-if.

      ***** La revue n'est enregistree que sur une piece d'identite en cours de validite *****
           if RevueKycSaisie = "o" or RevueKycSaisie = "O" then
               if TypePieceSaisie = " " or DateExpirationSaisie = " " or
                  DateExpirationSaisie < DateJourKyc then
                   display " ** Piece d'identite absente ou expiree : revue impossible ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               move DateJourKyc to DateRevueKyc
           end-if.

           move "Client" to TableAudit.
           move "M" to ActionAudit.
           move CodeClient of Client to CleAudit.
           move spaces to AnciennesValeursAudit.
           string "Risque=" ClasseRisque of Client " Piece=" TypePieceIdentite of Client
               " " NumeroPieceIdentite of Client " Exp=" DateExpirationPiece of Client
               " Revue=" DateDerniereRevue of Client
               delimited by size into AnciennesValeursAudit
           end-string.

           move ClasseRisqueSaisie to ClasseRisque of Client.
           move TypePieceSaisie to TypePieceIdentite of Client.
           move NumeroPieceSaisie to NumeroPieceIdentite of Client.
           move DateExpirationSaisie to DateExpirationPiece of Client.
           move DateRevueKyc to DateDerniereRevue of Client.
           exec sql
               UPDATE Client
               SET ClasseRisque = :Client.ClasseRisque,
                   TypePieceIdentite = :Client.TypePieceIdentite,
                   NumeroPieceIdentite = :Client.NumeroPieceIdentite,
                   DateExpirationPiece = :Client.DateExpirationPiece,
                   DateDerniereRevue = :Client.DateDerniereRevue
               WHERE CodeClient = :Client.CodeClient
           end-exec.

           move spaces to NouvellesValeursAudit.
           string "Risque=" ClasseRisque of Client " Piece=" TypePieceIdentite of Client
               " " NumeroPieceIdentite of Client " Exp=" DateExpirationPiece of Client
               " Revue=" DateDerniereRevue of Client
               delimited by size into NouvellesValeursAudit
           end-string.
           perform EcritureAuditReferentiel.

      ***** Residence fiscale : ligne d'audit distincte, seulement si elle a change *****
           if NationaliteSaisie <> Nationalite of Client or
              PaysAdresseSaisi <> PaysAdresse of Client or
              PaysResidenceSaisi <> PaysResidenceFiscale of Client or
              NifEtrangerSaisi <> NifEtranger of Client or
              DateAutoCertifSaisie <> DateAutoCertification of Client or
              StatutAutoCertifSaisi <> StatutAutoCertification of Client then
               move spaces to AnciennesValeursAudit
               string "Nat=" Nationalite of Client " Adr=" PaysAdresse of Client
                   " Res=" PaysResidenceFiscale of Client " NIF=" NifEtranger of Client
                   " AC=" StatutAutoCertification of Client " " DateAutoCertification of Client
                   delimited by size into AnciennesValeursAudit
               end-string
               move NationaliteSaisie to Nationalite of Client
               move PaysAdresseSaisi to PaysAdresse of Client
               move PaysResidenceSaisi to PaysResidenceFiscale of Client
               move NifEtrangerSaisi to NifEtranger of Client
               move DateAutoCertifSaisie to DateAutoCertification of Client
               move StatutAutoCertifSaisi to StatutAutoCertification of Client
               exec sql
                   UPDATE Client
                   SET Nationalite = :Client.Nationalite,
                       PaysAdresse = :Client.PaysAdresse,
                       PaysResidenceFiscale = :Client.PaysResidenceFiscale,
                       NifEtranger = :Client.NifEtranger,
                       DateAutoCertification = :Client.DateAutoCertification,
                       StatutAutoCertification = :Client.StatutAutoCertification
                   WHERE CodeClient = :Client.CodeClient
               end-exec
               move spaces to NouvellesValeursAudit
               string "Nat=" Nationalite of Client " Adr=" PaysAdresse of Client
                   " Res=" PaysResidenceFiscale of Client " NIF=" NifEtranger of Client
                   " AC=" StatutAutoCertification of Client " " DateAutoCertification of Client
                   delimited by size into NouvellesValeursAudit
               end-string
               perform EcritureAuditReferentiel
           end-if.

           if RevueKycSaisie = "o" or RevueKycSaisie = "O" then
               display " ** Revue KYC enregistree ** " line 25 col 1
           else
               display " ** Donnees KYC enregistrees ** " line 25 col 1
           end-if.

      ***** Date du jour et meme jour du mois prochain (borne des revues a echeance) *****
       InitDatesKyc.
           accept DateJourKyc from date yyyymmdd.
           move DateJourKyc to DateMoisProchainKyc.
           move DateJourKyc(1:4) to AnneeCalculKyc.
           move DateJourKyc(5:2) to MoisCalculKyc.
           if MoisCalculKyc = 12 then
               move 1 to MoisCalculKyc
               add 1 to AnneeCalculKyc
           else
               add 1 to MoisCalculKyc
           end-if.
           move AnneeCalculKyc to DateMoisProchainKyc(1:4).
           move MoisCalculKyc to DateMoisProchainKyc(5:2).

      ***** Bornes de revue pour la classe ClasseRisqueKyc : une derniere revue anterieure *****
      ***** a DateLimiteRetardKyc est en retard, anterieure a DateLimiteEcheanceKyc elle *****
      ***** arrive a echeance dans le mois ; prochaine revue due a partir de DateRevueKyc *****
       CalculBornesRevueKyc.
           evaluate ClasseRisqueKyc
               when "E"
                   move 1 to PeriodiciteRevueKyc
               when "F"
                   move 5 to PeriodiciteRevueKyc
               when other
                   move 3 to PeriodiciteRevueKyc
           end-evaluate.

           move DateJourKyc to DateLimiteRetardKyc.
           move DateJourKyc(1:4) to AnneeCalculKyc.
           subtract PeriodiciteRevueKyc from AnneeCalculKyc.
           move AnneeCalculKyc to DateLimiteRetardKyc(1:4).

           move DateMoisProchainKyc to DateLimiteEcheanceKyc.
           move DateMoisProchainKyc(1:4) to AnneeCalculKyc.
           subtract PeriodiciteRevueKyc from AnneeCalculKyc.
           move AnneeCalculKyc to DateLimiteEcheanceKyc(1:4).

           move spaces to DateProchaineRevueKyc.
           if DateRevueKyc <> " " then
               move DateRevueKyc to DateProchaineRevueKyc
               move DateRevueKyc(1:4) to AnneeCalculKyc
               add PeriodiciteRevueKyc to AnneeCalculKyc
               move AnneeCalculKyc to DateProchaineRevueKyc(1:4)
           end-if.

      ***** Le client courant (Client.CodeClient) est-il a risque eleve avec une revue en *****
      ***** retard ? Si oui, aucune ouverture de compte n'est acceptee *****
       ControleBlocageKyc.
           move "N" to BlocageKyc.
           perform InitDatesKyc.
           move "E" to ClasseRisqueKyc.
           move " " to DateRevueKyc.
           perform CalculBornesRevueKyc.

           move 0 to NbClientKycBloque.
           exec sql
               select count(*) into :NbClientKycBloque from Client
               where CodeClient = :Client.CodeClient
                 and ClasseRisque = 'E'
                 and (ISNULL(DateDerniereRevue, ' ') = ' '
                      or DateDerniereRevue < :DateLimiteRetardKyc)
           end-exec.
           if NbClientKycBloque > 0 then
               move "O" to BlocageKyc
           end-if.

      **********************************************************************************************
      ***** Liste mensuelle des revues KYC (Editions reglementaires, option 6) *****
      ***** Clients vivants ayant au moins un compte non clos : revue en retard ou a echeance *****
      ***** dans le mois selon la periodicite de leur classe de risque, piece d'identite *****
      ***** expiree. Mode batch "KYC" *****
      **********************************************************************************************
       RevuesKyc.
           perform RevuesKyc-Init.
           perform RevuesKyc-Trt until RevuesKyc-iterator = 1.
           perform RevuesKyc-Fin.

       RevuesKyc-Init.
           move 0 to RevuesKyc-iterator.
           move 0 to NbClientsKyc.
           move 0 to NbRevuesEnRetard.
           move 0 to NbRevuesAEcheance.
           move 0 to NbPiecesExpirees.
           perform InitDatesKyc.

           move "REVUES KYC" to TypeEditionCourant.
           move "RevuesKyc" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRevuesKyc.
           open output F-RevuesKyc.
           move corresponding DateSysteme to LigneRevuesKycEntete1.
           write E-RevuesKyc from LigneRevuesKycEntete1.
           write E-RevuesKyc from " ".
           write E-RevuesKyc from LigneRevuesKycEntete7.
           move 3 to NbLignesRevuesKyc.

           exec sql
               declare C-RevuesKyc cursor for
                   select Client.CodeClient, ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '),
                          ISNULL(Client.ClasseRisque, 'M'), ISNULL(Client.DateDerniereRevue, ' '),
                          ISNULL(Client.TypePieceIdentite, ' '), ISNULL(Client.DateExpirationPiece, ' ')
                   from Client
                   where ISNULL(Client.Decede, 'N') <> 'O'
                     and exists (select 1 from Compte
                                 where Compte.CodeClient = Client.CodeClient
                                   and ISNULL(Compte.Statut, 'O') <> 'C')
                   order by Client.Nom, Client.Prenom
           end-exec.
           exec sql
               open C-RevuesKyc
           end-exec.

       RevuesKyc-Trt.
           exec sql
               fetch C-RevuesKyc into :LigneKycCourante.CodeClientKyc,
                   :LigneKycCourante.NomKyc, :LigneKycCourante.PrenomKyc,
                   :LigneKycCourante.ClasseRisqueKyc, :LigneKycCourante.DateRevueKyc,
                   :LigneKycCourante.TypePieceKyc, :LigneKycCourante.DateExpirationKyc
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbClientsKyc
               perform TraitementRevueKyc
           else
               move 1 to RevuesKyc-iterator
           end-if.

       RevuesKyc-Fin.
           exec sql
               close C-RevuesKyc
           end-exec.

           move NbRevuesEnRetard to NbRetardKycEd.
           move NbRevuesAEcheance to NbEcheanceKycEd.
           move NbPiecesExpirees to NbExpireesKycEd.
           write E-RevuesKyc from " ".
           write E-RevuesKyc from LigneRevuesKycTotal.
           add 2 to NbLignesRevuesKyc.
           close F-RevuesKyc.

           move NomFichierRevuesKyc to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesRevuesKyc to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:3) <> "KYC" then
               display "Retards : " line 1 col 1 with no advancing
               display NbRevuesEnRetard line 1 col 11 with no advancing
               display " - echeances : " line 1 col 17 with no advancing
               display NbRevuesAEcheance line 1 col 32 with no advancing
               display " - pieces expirees : " line 1 col 38 with no advancing
               display NbPiecesExpirees line 1 col 59 with no advancing
               display " - Tapez Entree " line 1 col 65 with no advancing
               accept reponse
           end-if.

      ***** Un client n'est liste que si sa revue ou sa piece d'identite demande une action *****
       TraitementRevueKyc.
           perform CalculBornesRevueKyc.
           move spaces to LigneRevuesKycDetail.

           if DateRevueKyc = " " or DateRevueKyc < DateLimiteRetardKyc then
               move "EN RETARD" to SituationRevueKycEd
               add 1 to NbRevuesEnRetard
           else
               if DateRevueKyc < DateLimiteEcheanceKyc then
                   move "A ECHEANCE" to SituationRevueKycEd
                   add 1 to NbRevuesAEcheance
               end-if
           end-if.

           if DateExpirationKyc <> " " and DateExpirationKyc < DateJourKyc then
               move "EXPIREE" to SituationPieceKycEd
               add 1 to NbPiecesExpirees
           end-if.

           if SituationRevueKycEd = spaces and SituationPieceKycEd = spaces then
               exit paragraph
           end-if.

           move NomKyc to NomKycEd.
           move PrenomKyc to PrenomKycEd.
           move ClasseRisqueKyc to ClasseRisqueKycEd.
           if DateRevueKyc = " " then
               move "JAMAIS" to DateRevueKycEd
               move "A FAIRE" to ProchaineRevueKycEd
           else
               move DateRevueKyc to DateRevueKycEd
               move DateProchaineRevueKyc to ProchaineRevueKycEd
           end-if.
           move TypePieceKyc to TypePieceKycEd.
           move DateExpirationKyc to ExpirationKycEd.
           write E-RevuesKyc from LigneRevuesKycDetail.
           add 1 to NbLignesRevuesKyc.

      **********************************************************************************************
      ***** Declaration annuelle FATCA / CRS (editions reglementaires, option 7) *****
      ***** Comptes des clients declarables detenus dans l'annee (ouverts au 31/12 ou clos *****
      ***** en cours d'annee) : solde au 31/12 rejoue depuis la photo SoldeMensuel verifiee *****
      ***** et interets INT credites dans l'annee, une ligne FATCA pour une personne US, une *****
      ***** ligne CRS pour une residence fiscale etrangere hors US, enregistrement TOTAL en *****
      ***** queue. Puis liste des indices manquants ou contradictoires. Peut etre lance *****
      ***** sans surveillance avec ModeBatch = "FATCACRS" + annee AAAA *****
      **********************************************************************************************
       DeclarationEai.
           perform DeclarationEai-Init.
           perform DeclarationEai-Trt until DeclEai-iterator = 1.
           perform DeclarationEai-Fin.
           perform IndicesEai.

           if ModeBatch(1:8) <> "FATCACRS" then
               display "Comptes FATCA : " line 1 col 1 with no advancing
               display NbLignesFatca line 1 col 17 with no advancing
               display " - CRS : " line 1 col 23 with no advancing
               display NbLignesCrs line 1 col 32 with no advancing
               display " - indices : " line 1 col 38 with no advancing
               display NbIndicesEai line 1 col 51 with no advancing
               display " - Tapez Entree " line 1 col 57 with no advancing
               accept reponse
           end-if.

       DeclarationEai-Init.
           move 0 to DeclEai-iterator.
           move 0 to NbComptesEai.
           move 0 to NbLignesFatca.
           move 0 to NbLignesCrs.
           move 0 to TotalSoldesEai.
           move 0 to TotalInteretsEai.

      ***** Annee par defaut : l'annee precedant la date machine (declaration de N en N+1) *****
           if AnneeEai = spaces or AnneeEai is not numeric then
               accept DateDebutEai from date yyyymmdd
               move DateDebutEai(1:4) to AnneeCalculEai
               subtract 1 from AnneeCalculEai
               move AnneeCalculEai to AnneeEai
           end-if.
           move spaces to DateDebutEai.
           string AnneeEai "0101" delimited by size into DateDebutEai.
           move spaces to DateFinEai.
           string AnneeEai "1231" delimited by size into DateFinEai.

      ***** Solde au 31/12 : rejeu a date d'arrete depuis la photo verifiee la plus proche *****
           move DateFinEai to DateArreteEtat.
           move "00000000" to DateBasePhotoEtat.
           exec sql
               select ISNULL(max(DateArrete), '00000000') into :DateBasePhotoEtat
               from SoldeMensuel
               where Verifie = 'O' and DateArrete <= :DateArreteEtat
           end-exec.

      ***** Un compte par ligne : clients personne US ou a residence fiscale etrangere, *****
      ***** comptes ouverts avant la fin de l'annee et non clos avant son debut *****
           exec sql
               declare C-DeclEai cursor for
                   select Client.CodeClient, ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '),
                          ISNULL(Client.Adresse, ' '), ISNULL(Client.CodePostal, ' '),
                          ISNULL(Client.Ville, ' '), ISNULL(Client.Nationalite, ' '),
                          ISNULL(Client.PaysAdresse, ' '), ISNULL(Client.PaysResidenceFiscale, ' '),
                          ISNULL(Client.NifEtranger, ' '),
                          Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, ISNULL(Compte.Iban, ' '),
                          ISNULL(Compte.Devise, 'EUR'), ISNULL(Compte.DateCloture, ' ')
                   from Client
                   join Compte on Compte.CodeClient = Client.CodeClient
                   where (ISNULL(Client.Nationalite, ' ') = 'US'
                          or ISNULL(Client.PaysResidenceFiscale, ' ') not in (' ', 'FR'))
                     and (ISNULL(Compte.DateCloture, ' ') = ' '
                          or Compte.DateCloture >= :DateDebutEai)
                     and exists (select 1 from MouvementCompte
                                 where MouvementCompte.CodeBanque = Compte.CodeBanque
                                   and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                                   and MouvementCompte.RacineCompte = Compte.RacineCompte
                                   and MouvementCompte.TypeCompte = Compte.TypeCompte
                                   and left(MouvementCompte.DateMouvement, 8) <= :DateFinEai)
                   order by Client.Nom, Client.CodeClient
           end-exec.
           exec sql
               open C-DeclEai
           end-exec.

           move "DECLARATION EAI" to TypeEditionCourant.
           move "DeclarationFatcaCrs" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierDeclarationEai.
           open output F-DeclarationEai.

           if ModeBatch(1:8) <> "FATCACRS" then
               display "DECLARATION FATCA / CRS EN COURS..." line 1 col 1
           end-if.

       DeclarationEai-Trt.
           exec sql
               fetch C-DeclEai into :LigneDeclEaiCourante.CodeClientEai,
                   :LigneDeclEaiCourante.NomEai,
                   :LigneDeclEaiCourante.PrenomEai,
                   :LigneDeclEaiCourante.AdresseEai,
                   :LigneDeclEaiCourante.CodePostalEai,
                   :LigneDeclEaiCourante.VilleEai,
                   :LigneDeclEaiCourante.NationaliteEai,
                   :LigneDeclEaiCourante.PaysAdresseEai,
                   :LigneDeclEaiCourante.PaysResidenceEai,
                   :LigneDeclEaiCourante.NifEai,
                   :Compte.CodeBanque, :Compte.CodeGuichet,
                   :Compte.CompteComplet.RacineCompte, :Compte.CompteComplet.TypeCompte,
                   :LigneDeclEaiCourante.IbanEai,
                   :LigneDeclEaiCourante.DeviseEai,
                   :LigneDeclEaiCourante.DateClotureEai
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform EcritureDeclarationEai
           else
               move 1 to DeclEai-iterator
           end-if.

       DeclarationEai-Fin.
           exec sql
               close C-DeclEai
           end-exec.

           move AnneeEai to AnneeTotEaiEd of LigneDeclarationEaiTotal.
           move NbLignesFatca to NbFatcaTotEaiEd of LigneDeclarationEaiTotal.
           move NbLignesCrs to NbCrsTotEaiEd of LigneDeclarationEaiTotal.
           move TotalSoldesEai to TotalSoldesTotEaiEd of LigneDeclarationEaiTotal.
           move TotalInteretsEai to TotalInteretsTotEaiEd of LigneDeclarationEaiTotal.
           write E-DeclarationEai from LigneDeclarationEaiTotal.
           close F-DeclarationEai.

           move "DECLARATION EAI" to TypeEditionCourant.
           move NomFichierDeclarationEai to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           compute NbLignesCatalogue = NbLignesFatca + NbLignesCrs.
           perform EcritureCatalogueEdition.

      ***** Un compte : solde au 31/12 (un solde debiteur est declare a zero), interets *****
      ***** de l'annee, puis une ligne par regime dont releve le titulaire *****
       EcritureDeclarationEai.
           add 1 to NbComptesEai.

           perform RejeuSoldeArrete.
           if SoldeArreteCompte > 0 then
               move SoldeArreteCompte to SoldeFinAnneeEai
           else
               move 0 to SoldeFinAnneeEai
           end-if.

           move 0 to InteretsAnneeEai.
           exec sql
               select ISNULL(sum(Montant), 0) into :InteretsAnneeEai
               from MouvementCompte
               where CodeBanque = :Compte.CodeBanque
                 and CodeGuichet = :Compte.CodeGuichet
                 and RacineCompte = :Compte.RacineCompte
                 and TypeCompte = :Compte.TypeCompte
                 and CodeOperation = 'INT' and Sens = 'C'
                 and left(DateMouvement, 8) >= :DateDebutEai
                 and left(DateMouvement, 8) <= :DateFinEai
           end-exec.

           move AnneeEai to AnneeDeclEaiEd of LigneDeclarationEai.
           move CodeClientEai to CodeClientDeclEaiEd of LigneDeclarationEai.
           move NomEai to NomDeclEaiEd of LigneDeclarationEai.
           move PrenomEai to PrenomDeclEaiEd of LigneDeclarationEai.
           move AdresseEai to AdresseDeclEaiEd of LigneDeclarationEai.
           move CodePostalEai to CodePostalDeclEaiEd of LigneDeclarationEai.
           move VilleEai to VilleDeclEaiEd of LigneDeclarationEai.
           move PaysAdresseEai to PaysAdresseDeclEaiEd of LigneDeclarationEai.
           if PaysAdresseEai = " " then
               move "FR" to PaysAdresseDeclEaiEd of LigneDeclarationEai
           end-if.
           move NationaliteEai to NationaliteDeclEaiEd of LigneDeclarationEai.
           move PaysResidenceEai to PaysResidenceDeclEaiEd of LigneDeclarationEai.
           move NifEai to NifDeclEaiEd of LigneDeclarationEai.
           move IbanEai to IbanDeclEaiEd of LigneDeclarationEai.
           move DeviseEai to DeviseDeclEaiEd of LigneDeclarationEai.
           move SoldeFinAnneeEai to SoldeDeclEaiEd of LigneDeclarationEai.
           move InteretsAnneeEai to InteretsDeclEaiEd of LigneDeclarationEai.
           if DateClotureEai <> " " and DateClotureEai <= DateFinEai then
               move "CLOS" to ClotureDeclEaiEd of LigneDeclarationEai
           else
               move spaces to ClotureDeclEaiEd of LigneDeclarationEai
           end-if.

           if NationaliteEai = "US" or PaysResidenceEai = "US" then
               move "FATCA" to RegimeEaiEd of LigneDeclarationEai
               write E-DeclarationEai from LigneDeclarationEai
               add 1 to NbLignesFatca
               add SoldeFinAnneeEai to TotalSoldesEai
               add InteretsAnneeEai to TotalInteretsEai
           end-if.
           if PaysResidenceEai <> " " and PaysResidenceEai <> "FR" and
              PaysResidenceEai <> "US" then
               move "CRS" to RegimeEaiEd of LigneDeclarationEai
               write E-DeclarationEai from LigneDeclarationEai
               add 1 to NbLignesCrs
               add SoldeFinAnneeEai to TotalSoldesEai
               add InteretsAnneeEai to TotalInteretsEai
           end-if.

      ***** Indices manquants ou contradictoires des clients detenant un compte dans l'annee *****
       IndicesEai.
           perform IndicesEai-Init.
           perform IndicesEai-Trt until IndicesEai-iterator = 1.
           perform IndicesEai-Fin.

       IndicesEai-Init.
           move 0 to IndicesEai-iterator.
           move 0 to NbClientsIndicesEai.
           move 0 to NbIndicesEai.

           move "INDICES EAI" to TypeEditionCourant.
           move "IndicesFatcaCrs" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierIndicesEai.
           open output F-IndicesEai.
           move corresponding DateSysteme to LigneIndicesEaiEntete1.
           write E-IndicesEai from LigneIndicesEaiEntete1.
           write E-IndicesEai from " ".
           write E-IndicesEai from LigneIndicesEaiEntete7.
           move 3 to NbLignesIndicesEai.

           exec sql
               declare C-IndicesEai cursor for
                   select Client.CodeClient, ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '),
                          ISNULL(Client.Telephone, ' '), ISNULL(Client.Nationalite, ' '),
                          ISNULL(Client.PaysAdresse, ' '), ISNULL(Client.PaysResidenceFiscale, ' '),
                          ISNULL(Client.NifEtranger, ' '), ISNULL(Client.StatutAutoCertification, ' '),
                          ISNULL(Client.DateAutoCertification, ' ')
                   from Client
                   where exists (select 1 from Compte
                                 where Compte.CodeClient = Client.CodeClient
                                   and (ISNULL(Compte.DateCloture, ' ') = ' '
                                        or Compte.DateCloture >= :DateDebutEai))
                   order by Client.Nom, Client.Prenom
           end-exec.
           exec sql
               open C-IndicesEai
           end-exec.

       IndicesEai-Trt.
           exec sql
               fetch C-IndicesEai into :LigneDeclEaiCourante.CodeClientEai,
                   :LigneDeclEaiCourante.NomEai,
                   :LigneDeclEaiCourante.PrenomEai,
                   :LigneDeclEaiCourante.TelephoneEai,
                   :LigneDeclEaiCourante.NationaliteEai,
                   :LigneDeclEaiCourante.PaysAdresseEai,
                   :LigneDeclEaiCourante.PaysResidenceEai,
                   :LigneDeclEaiCourante.NifEai,
                   :LigneDeclEaiCourante.StatutCertifEai,
                   :LigneDeclEaiCourante.DateCertifEai
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ControleIndicesEai
           else
               move 1 to IndicesEai-iterator
           end-if.

       IndicesEai-Fin.
           exec sql
               close C-IndicesEai
           end-exec.

           move NbClientsIndicesEai to NbClientsIndicesEaiEd.
           move NbIndicesEai to NbIndicesEaiEd.
           write E-IndicesEai from " ".
           write E-IndicesEai from LigneIndicesEaiTotal.
           add 2 to NbLignesIndicesEai.
           close F-IndicesEai.

           move "INDICES EAI" to TypeEditionCourant.
           move NomFichierIndicesEai to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesIndicesEai to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

      ***** Un client peut presenter plusieurs indices : une ligne par indice. Adresse et *****
      ***** residence fiscale non renseignees valent France *****
       ControleIndicesEai.
           move 0 to IndicesClientEai.
           move "N" to PersonneUsEai.
           if NationaliteEai = "US" or PaysResidenceEai = "US" then
               move "O" to PersonneUsEai
           end-if.
           move "N" to ResidenceEtrangereEai.
           if PaysResidenceEai <> " " and PaysResidenceEai <> "FR" then
               move "O" to ResidenceEtrangereEai
           end-if.
           move "N" to IndiceEtrangerEai.
           if (NationaliteEai <> " " and NationaliteEai <> "FR") or
              (PaysAdresseEai <> " " and PaysAdresseEai <> "FR") or
              ResidenceEtrangereEai = "O" then
               move "O" to IndiceEtrangerEai
           end-if.

           if PaysAdresseEai <> " " and PaysAdresseEai <> "FR" and
              ResidenceEtrangereEai = "N" then
               move "Adresse a l'etranger, residence fiscale France" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.
           if PersonneUsEai = "O" and NifEai = " " then
               move "Personne US sans TIN americain" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.
           if PersonneUsEai = "N" and
              (TelephoneEai(1:2) = "+1" or TelephoneEai(1:3) = "001") then
               move "Telephone americain, client non declare US" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.
           if ResidenceEtrangereEai = "O" and PersonneUsEai = "N" and NifEai = " " then
               move "Residence fiscale etrangere sans NIF" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.
           if IndiceEtrangerEai = "O" and StatutCertifEai <> "R" and StatutCertifEai <> "I" then
               move "Indice etranger sans auto-certification recue" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.
           if StatutCertifEai = "I" then
               move "Auto-certification incoherente, a reprendre" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.
           if StatutCertifEai = "R" and DateCertifEai = " " then
               move "Auto-certification recue non datee" to MotifIndiceEai
               perform EcritureIndiceEai
           end-if.

           if IndicesClientEai > 0 then
               add 1 to NbClientsIndicesEai
           end-if.

       EcritureIndiceEai.
           add 1 to IndicesClientEai.
           add 1 to NbIndicesEai.
           move NomEai to NomIndiceEaiEd.
           move PrenomEai to PrenomIndiceEaiEd.
           move NationaliteEai to NationaliteIndiceEaiEd.
           move PaysAdresseEai to PaysAdresseIndiceEaiEd.
           move PaysResidenceEai to PaysResidenceIndiceEaiEd.
           move StatutCertifEai to StatutCertifIndiceEaiEd.
           move MotifIndiceEai to MotifIndiceEaiEd.
           write E-IndicesEai from LigneIndicesEaiDetail.
           add 1 to NbLignesIndicesEai.

      **********************************************************************************************
      ***** Vue unique du deposant pour le fonds de garantie des depots (editions *****
      ***** reglementaires, option 8) : comptes non clos a la date du jour, un passage par *****
      ***** couple deposant / compte trie par deposant. Le solde crediteur converti en euros *****
      ***** est reparti a parts egales entre le titulaire du Compte et ses co-titulaires *****
      ***** (les procurations ne sont pas deposantes) ; les produits marques non eligibles *****
      ***** au catalogue sont ecartes. Rupture par deposant : part garantie plafonnee et part *****
      ***** non garantie. Peut etre lance sans surveillance avec ModeBatch = "FGDR" *****
      **********************************************************************************************
       VueUniqueFgdr.
           perform VueUniqueFgdr-Init.
           perform VueUniqueFgdr-Trt until Fgdr-iterator = 1.
           perform VueUniqueFgdr-Fin.

           if ModeBatch(1:4) <> "FGDR" then
               display "Deposants : " line 1 col 1 with no advancing
               display NbDeposantsFgdr line 1 col 13 with no advancing
               display " - comptes lus : " line 1 col 19 with no advancing
               display NbComptesLusFgdr line 1 col 36 with no advancing
               display " - exclus : " line 1 col 42 with no advancing
               display NbComptesExclusFgdr line 1 col 54 with no advancing
               display " - Tapez Entree " line 1 col 60 with no advancing
               accept reponse
           end-if.

       VueUniqueFgdr-Init.
           move 0 to Fgdr-iterator.
           move 0 to NbComptesLusFgdr.
           move 0 to NbComptesExclusFgdr.
           move 0 to NbComptesJointsFgdr.
           move 0 to NbComptesDebiteursFgdr.
           move 0 to NbDeposantsFgdr.
           move 0 to NbDeposantsPlafondFgdr.
           move 0 to TotalComptesEligiblesFgdr.
           move 0 to TotalComptesExclusFgdr.
           move 0 to TotalDeposantsFgdr.
           move 0 to TotalGarantiFgdr.
           move 0 to TotalNonGarantiFgdr.
           move spaces to CodeDeposantPrecedent.
           perform RazDeposantFgdr.

           accept DateArreteFgdr from date yyyymmdd.
           perform LecturePlafondFgdr.

      ***** Titulaire du compte puis co-titulaires ; nombre de deposants du compte = le *****
      ***** titulaire plus les liens TitulaireCompte hors procuration. Un type absent du *****
      ***** catalogue ou sans indicateur reste eligible *****
           exec sql
               declare C-Fgdr cursor for
                   select Compte.CodeClient as CodeDeposant, Compte.CodeBanque,
                          Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte,
                          ISNULL(Compte.Devise, 'EUR'), Compte.Debit, Compte.Credit,
                          1 + (select count(*) from TitulaireCompte
                               where TitulaireCompte.CodeBanque = Compte.CodeBanque
                                 and TitulaireCompte.CodeGuichet = Compte.CodeGuichet
                                 and TitulaireCompte.RacineCompte = Compte.RacineCompte
                                 and TitulaireCompte.TypeCompte = Compte.TypeCompte
                                 and ISNULL(TitulaireCompte.RoleTitulaire, 'T') <> 'P'
                                 and TitulaireCompte.CodeClient <> Compte.CodeClient),
                          ISNULL((select ProduitCompte.EligibleFgdr from ProduitCompte
                                  where ProduitCompte.TypeCompte = Compte.TypeCompte), 'O'),
                          'O'
                   from Compte
                   where ISNULL(Compte.Statut, 'O') <> 'C'
                   union all
                   select TitulaireCompte.CodeClient, Compte.CodeBanque,
                          Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte,
                          ISNULL(Compte.Devise, 'EUR'), Compte.Debit, Compte.Credit,
                          1 + (select count(*) from TitulaireCompte T2
                               where T2.CodeBanque = Compte.CodeBanque
                                 and T2.CodeGuichet = Compte.CodeGuichet
                                 and T2.RacineCompte = Compte.RacineCompte
                                 and T2.TypeCompte = Compte.TypeCompte
                                 and ISNULL(T2.RoleTitulaire, 'T') <> 'P'
                                 and T2.CodeClient <> Compte.CodeClient),
                          ISNULL((select ProduitCompte.EligibleFgdr from ProduitCompte
                                  where ProduitCompte.TypeCompte = Compte.TypeCompte), 'O'),
                          'N'
                   from TitulaireCompte
                   join Compte on Compte.CodeBanque = TitulaireCompte.CodeBanque
                              and Compte.CodeGuichet = TitulaireCompte.CodeGuichet
                              and Compte.RacineCompte = TitulaireCompte.RacineCompte
                              and Compte.TypeCompte = TitulaireCompte.TypeCompte
                   where ISNULL(Compte.Statut, 'O') <> 'C'
                     and ISNULL(TitulaireCompte.RoleTitulaire, 'T') <> 'P'
                     and TitulaireCompte.CodeClient <> Compte.CodeClient
                   order by CodeDeposant
           end-exec.
           exec sql
               open C-Fgdr
           end-exec.

           move "VUE UNIQUE FGDR" to TypeEditionCourant.
           move "VueUniqueFgdr" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierFgdr.
           open output F-Fgdr.

           if ModeBatch(1:4) <> "FGDR" then
               display "VUE UNIQUE DEPOSANT FGDR EN COURS..." line 1 col 1
           end-if.

       VueUniqueFgdr-Trt.
           exec sql
               fetch C-Fgdr into :LigneFgdrCourante.CodeDeposantFgdr,
                   :LigneFgdrCourante.CodeBanqueFgdr,
                   :LigneFgdrCourante.CodeGuichetFgdr,
                   :LigneFgdrCourante.RacineCompteFgdr,
                   :LigneFgdrCourante.TypeCompteFgdr,
                   :LigneFgdrCourante.DeviseFgdr,
                   :LigneFgdrCourante.DebitFgdr,
                   :LigneFgdrCourante.CreditFgdr,
                   :LigneFgdrCourante.NbTitulairesFgdr,
                   :LigneFgdrCourante.EligibleFgdr,
                   :LigneFgdrCourante.TitulairePrincipalFgdr
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform TraitementCompteFgdr
           else
               move 1 to Fgdr-iterator
           end-if.

       VueUniqueFgdr-Fin.
           exec sql
               close C-Fgdr
           end-exec.

      ***** Dernier deposant lu *****
           if CodeDeposantPrecedent <> spaces then
               perform EcritureDeposantFgdr
           end-if.

           move DateArreteFgdr to DateArreteTotFgdrEd.
           move NbDeposantsFgdr to NbDeposantsTotFgdrEd.
           move TotalDeposantsFgdr to TotalEligibleTotFgdrEd.
           move TotalGarantiFgdr to GarantiTotFgdrEd.
           move TotalNonGarantiFgdr to NonGarantiTotFgdrEd.
           write E-Fgdr from LigneFgdrTotal.
           close F-Fgdr.

           move "VUE UNIQUE FGDR" to TypeEditionCourant.
           move NomFichierFgdr to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbDeposantsFgdr to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           perform EditionControleFgdr.

      ***** Un couple deposant / compte. Les compteurs et totaux par compte ne sont pris *****
      ***** que sur la ligne du titulaire, pour ne pas compter deux fois un compte joint *****
       TraitementCompteFgdr.
           if CodeDeposantFgdr <> CodeDeposantPrecedent then
               if CodeDeposantPrecedent <> spaces then
                   perform EcritureDeposantFgdr
               end-if
               move CodeDeposantFgdr to CodeDeposantPrecedent
           end-if.

           compute SoldeCompteFgdr = CreditFgdr - DebitFgdr.
           move DeviseFgdr to DeviseTaux.
           move DateArreteFgdr to DateTauxRecherche.
           perform RechercheTauxEur.
           compute SoldeEurFgdr rounded = SoldeCompteFgdr * TauxEurTrouve.

           if TitulairePrincipalFgdr = "O" then
               add 1 to NbComptesLusFgdr
               if NbTitulairesFgdr > 1 then
                   add 1 to NbComptesJointsFgdr
               end-if
               if SoldeEurFgdr < 0 then
                   add 1 to NbComptesDebiteursFgdr
               end-if
               if EligibleFgdr = "N" then
                   add 1 to NbComptesExclusFgdr
                   if SoldeEurFgdr > 0 then
                       add SoldeEurFgdr to TotalComptesExclusFgdr
                   end-if
               else
                   if SoldeEurFgdr > 0 then
                       add SoldeEurFgdr to TotalComptesEligiblesFgdr
                   end-if
               end-if
           end-if.

           if EligibleFgdr = "N" then
               exit paragraph
           end-if.

      ***** Seuls les soldes crediteurs sont des depots ; un compte debiteur compte pour zero *****
           add 1 to NbComptesDeposantFgdr.
           if SoldeEurFgdr > 0 then
               compute PartDeposantFgdr rounded = SoldeEurFgdr / NbTitulairesFgdr
               add PartDeposantFgdr to TotalDeposantFgdr
           end-if.

      ***** Rupture deposant : un enregistrement des qu'il detient un compte eligible *****
       EcritureDeposantFgdr.
           if NbComptesDeposantFgdr = 0 then
               perform RazDeposantFgdr
               exit paragraph
           end-if.

           move spaces to IdentiteDeposantFgdr.
           exec sql
               select ISNULL(Nom, ' '), ISNULL(Prenom, ' '), ISNULL(Adresse, ' '),
                      ISNULL(CodePostal, ' '), ISNULL(Ville, ' '), ISNULL(PaysAdresse, ' '),
                      ISNULL(Intitule, ' ')
               into :IdentiteDeposantFgdr.NomDeposantFgdr,
                    :IdentiteDeposantFgdr.PrenomDeposantFgdr,
                    :IdentiteDeposantFgdr.AdresseDeposantFgdr,
                    :IdentiteDeposantFgdr.CodePostalDeposantFgdr,
                    :IdentiteDeposantFgdr.VilleDeposantFgdr,
                    :IdentiteDeposantFgdr.PaysDeposantFgdr,
                    :IdentiteDeposantFgdr.IntituleDeposantFgdr
               from Client
               where CodeClient = :CodeDeposantPrecedent
           end-exec.

           if TotalDeposantFgdr > PlafondFgdr then
               move PlafondFgdr to GarantiDeposantFgdr
               add 1 to NbDeposantsPlafondFgdr
           else
               move TotalDeposantFgdr to GarantiDeposantFgdr
           end-if.
           compute NonGarantiDeposantFgdr = TotalDeposantFgdr - GarantiDeposantFgdr.

           move DateArreteFgdr to DateArreteFgdrEd.
           move CodeDeposantPrecedent to CodeDeposantFgdrEd.
           move NomDeposantFgdr to NomFgdrEd.
           move PrenomDeposantFgdr to PrenomFgdrEd.
           move IntituleDeposantFgdr to IntituleFgdrEd.
           move AdresseDeposantFgdr to AdresseFgdrEd.
           move CodePostalDeposantFgdr to CodePostalFgdrEd.
           move VilleDeposantFgdr to VilleFgdrEd.
           move PaysDeposantFgdr to PaysFgdrEd.
           if PaysDeposantFgdr = " " then
               move "FR" to PaysFgdrEd
           end-if.
           move NbComptesDeposantFgdr to NbComptesFgdrEd.
           move TotalDeposantFgdr to TotalEligibleFgdrEd.
           move GarantiDeposantFgdr to GarantiFgdrEd.
           move NonGarantiDeposantFgdr to NonGarantiFgdrEd.
           write E-Fgdr from LigneFgdrDeposant.

           add 1 to NbDeposantsFgdr.
           add TotalDeposantFgdr to TotalDeposantsFgdr.
           add GarantiDeposantFgdr to TotalGarantiFgdr.
           add NonGarantiDeposantFgdr to TotalNonGarantiFgdr.
           perform RazDeposantFgdr.

       RazDeposantFgdr.
           move 0 to NbComptesDeposantFgdr.
           move 0 to TotalDeposantFgdr.
           move 0 to GarantiDeposantFgdr.
           move 0 to NonGarantiDeposantFgdr.

      ***** Plafond de garantie par deposant (parametre PLAFONDFGDR) *****
       LecturePlafondFgdr.
           move 100000 to PlafondFgdr.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'PLAFONDFGDR'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :PlafondFgdr from ParametreBancaire
                   where CleParam = 'PLAFONDFGDR'
               end-exec
           end-if.

      ***** Etat de controle : comptes lus, ecartes et joints, deposants, totaux, et ecart *****
      ***** d'arrondi entre la somme des comptes eligibles et celle des parts des deposants *****
       EditionControleFgdr.
           compute EcartArrondiFgdr = TotalDeposantsFgdr - TotalComptesEligiblesFgdr.

           move "CONTROLE FGDR" to TypeEditionCourant.
           move "ControleFgdr" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierControleFgdr.
           open output F-ControleFgdr.
           move corresponding DateSysteme to LigneControleFgdrEntete1.
           write E-ControleFgdr from LigneControleFgdrEntete1.
           write E-ControleFgdr from " ".
           move DateArreteFgdr to DateControleFgdrEd.
           write E-ControleFgdr from LigneControleFgdrDate.
           write E-ControleFgdr from " ".
           move 4 to NbLignesControleFgdr.

           move "Comptes non clos lus" to LibelleControleFgdrNbEd.
           move NbComptesLusFgdr to ValeurControleFgdrNbEd.
           perform EcritureControleFgdrNb.
           move "dont comptes joints" to LibelleControleFgdrNbEd.
           move NbComptesJointsFgdr to ValeurControleFgdrNbEd.
           perform EcritureControleFgdrNb.
           move "dont comptes debiteurs (comptes pour zero)" to LibelleControleFgdrNbEd.
           move NbComptesDebiteursFgdr to ValeurControleFgdrNbEd.
           perform EcritureControleFgdrNb.
           move "dont comptes de produits non eligibles" to LibelleControleFgdrNbEd.
           move NbComptesExclusFgdr to ValeurControleFgdrNbEd.
           perform EcritureControleFgdrNb.
           move "Soldes crediteurs non eligibles (EUR)" to LibelleControleFgdrMtEd.
           move TotalComptesExclusFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           move "Soldes crediteurs eligibles des comptes (EUR)" to LibelleControleFgdrMtEd.
           move TotalComptesEligiblesFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           write E-ControleFgdr from " ".
           add 1 to NbLignesControleFgdr.

           move "Deposants declares" to LibelleControleFgdrNbEd.
           move NbDeposantsFgdr to ValeurControleFgdrNbEd.
           perform EcritureControleFgdrNb.
           move "dont deposants au-dela du plafond" to LibelleControleFgdrNbEd.
           move NbDeposantsPlafondFgdr to ValeurControleFgdrNbEd.
           perform EcritureControleFgdrNb.
           move "Plafond de garantie par deposant (EUR)" to LibelleControleFgdrMtEd.
           move PlafondFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           move "Total eligible des deposants (EUR)" to LibelleControleFgdrMtEd.
           move TotalDeposantsFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           move "Part garantie (EUR)" to LibelleControleFgdrMtEd.
           move TotalGarantiFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           move "Part non garantie (EUR)" to LibelleControleFgdrMtEd.
           move TotalNonGarantiFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           move "Ecart d'arrondi deposants / comptes (EUR)" to LibelleControleFgdrMtEd.
           move EcartArrondiFgdr to ValeurControleFgdrMtEd.
           perform EcritureControleFgdrMt.
           close F-ControleFgdr.

           move "CONTROLE FGDR" to TypeEditionCourant.
           move NomFichierControleFgdr to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesControleFgdr to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EcritureControleFgdrNb.
           write E-ControleFgdr from LigneControleFgdrNb.
           add 1 to NbLignesControleFgdr.

       EcritureControleFgdrMt.
           write E-ControleFgdr from LigneControleFgdrMt.
           add 1 to NbLignesControleFgdr.

      **********************************************************************************************
      ***** Saisies sur comptes (Exploitation, option H) : registre des saisies-attributions *****
      ***** et saisies administratives a tiers detenteur. A l'enregistrement, la somme a *****
      ***** bloquer est calculee sur les comptes en euros non clos du client en laissant le *****
      ***** solde bancaire insaisissable disponible ; seule cette somme est bloquee (colonne *****
      ***** MontantSaisi du Compte), pas le compte. Lettre SAT d'information du titulaire. *****
      ***** A la fin du delai de contestation, la somme est versee au creancier par *****
      ***** virement externe (mode batch "SAISIES", qui edite aussi l'etat des saisies) *****
      **********************************************************************************************
       GestionSaisies.
           move 0 to Saisies-iterator.
           perform GestionSaisies-Trt until Saisies-iterator = 1.

       GestionSaisies-Trt.
           perform AffichageListeSaisies.
           move " " to OptionSaisies.
           display "[E]nregistrer / [C]ontester, [R]eprendre, [M]ainlevee No / [P]ayer les echues" line 21 col 2.
           display "[I]mprimer l'etat / autre = retour : " line 22 col 2 with no advancing.
           accept OptionSaisies line 22 col 39.
           inspect OptionSaisies converting "ecrmpi" to "ECRMPI".

           evaluate OptionSaisies
               when "E"
                   perform EnregistrementSaisie
               when "C"
                   perform ContestationSaisie
               when "R"
                   perform RepriseSaisie
               when "M"
                   perform MainleveeSaisie
               when "P"
                   perform PaiementSaisiesEchues
                   display "Saisies payees : " line 23 col 2 with no advancing
                   display NbSaisiesPayees line 23 col 19 with no advancing
                   display " - Tapez Entree " line 23 col 26 with no advancing
                   accept reponse
               when "I"
                   perform EtatSaisies
               when other
                   move 1 to Saisies-iterator
           end-evaluate.

      ***** Liste numerotee des saisies ouvertes ou contestees (15 au plus) *****
       AffichageListeSaisies.
           display " " line 1 col 1 blank screen.
           display "SAISIES SUR COMPTES EN COURS" line 2 col 26.
           display "No Client          T Creancier                  Reclame        Bloque Fin cont S" line 4 col 1.

           move 0 to MaxSaisieEcran.
           move 0 to NoSaisieSaisi.
           move 4 to NoLigneSaisie.
           move 0 to BoucleurSaisies.

           exec sql
               declare C-ListeSaisies cursor for
                   select OrdreSaisie.IdSaisie, Client.Nom, OrdreSaisie.TypeSaisie,
                          OrdreSaisie.Creancier, OrdreSaisie.MontantReclame,
                          OrdreSaisie.MontantBloque, OrdreSaisie.DateFinContestation,
                          OrdreSaisie.Statut
                   from OrdreSaisie
                   join Client on Client.CodeClient = OrdreSaisie.CodeClient
                   where OrdreSaisie.Statut in ('O', 'C')
                   order by OrdreSaisie.DateFinContestation, Client.Nom
           end-exec.
           exec sql
               open C-ListeSaisies
           end-exec.

           perform AffichageLigneSaisie until BoucleurSaisies = 1.

           exec sql
               close C-ListeSaisies
           end-exec.

       AffichageLigneSaisie.
           exec sql
               fetch C-ListeSaisies into :LigneSaisieCourante.IdSaisieSc,
                   :LigneSaisieCourante.NomSc,
                   :LigneSaisieCourante.TypeSc,
                   :LigneSaisieCourante.CreancierSc,
                   :LigneSaisieCourante.MontantReclameSc,
                   :LigneSaisieCourante.MontantBloqueSc,
                   :LigneSaisieCourante.DateFinContestSc,
                   :LigneSaisieCourante.StatutSc
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxSaisieEcran < 15 then
               add 1 to MaxSaisieEcran
               move MaxSaisieEcran to NoSaisieSaisi
               move IdSaisieSc to IdSaisieEcran(MaxSaisieEcran)
               move StatutSc to StatutSaisieEcran(MaxSaisieEcran)
               add 1 to NoLigneSaisie
               display NoSaisieSaisi line NoLigneSaisie col 1 with no advancing
               display NomSc line NoLigneSaisie col 4 with no advancing
               display TypeSc line NoLigneSaisie col 20 with no advancing
               display CreancierSc(1:20) line NoLigneSaisie col 22 with no advancing
               move MontantReclameSc to MontantSaisieEd
               display MontantSaisieEd line NoLigneSaisie col 43 with no advancing
               move MontantBloqueSc to MontantSaisieEd
               display MontantSaisieEd line NoLigneSaisie col 57 with no advancing
               display DateFinContestSc line NoLigneSaisie col 71 with no advancing
               display StatutSc line NoLigneSaisie col 80
           else
               move 1 to BoucleurSaisies
           end-if.

      *------------------------------------------------------------------
      * Enregistrement d'une saisie signifiee : client, creancier, acte,
      * montant reclame ; calcul et blocage de la somme saisissable,
      * lettre d'information du titulaire
      *------------------------------------------------------------------
       EnregistrementSaisie.
           move " " to NomSaisieRecherche.
           move " " to PrenomSaisieRecherche.
           move " " to CodePostalSaisieRecherche.
           move " " to TypeSaisieSaisi.
           move " " to NomBeneficiaireSaisi.
           move " " to IbanBeneficiaireSaisi.
           move " " to BicBeneficiaireSaisi.
           move " " to ReferenceActeSaisie.
           move 0 to MontantReclameSaisie.
           move " " to DateSignificationSaisie.
           display OrdreSaisie-Saisie.
           accept OrdreSaisie-Saisie.

           inspect TypeSaisieSaisi converting "ad" to "AD".
           if TypeSaisieSaisi <> "A" and TypeSaisieSaisi <> "D" then
               display " ** Type de saisie A ou D ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if NomBeneficiaireSaisi = " " or BicBeneficiaireSaisi = " " then
               display " ** Creancier et BIC obligatoires ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           perform VerificationIbanBeneficiaire.
           if IbanBeneficiaireValide = "N" then
               display " ** IBAN du creancier invalide ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if MontantReclameSaisie = 0 then
               display " ** Montant reclame obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if DateSignificationSaisie is not numeric then
               display " ** Date de signification invalide (AAAAMMJJ) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Le client saisi doit etre connu (Nom+Prenom+CodePostal) *****
           move " " to CodeClientSaisie.
           exec sql
               select CodeClient into :CodeClientSaisie from Client
               where Nom = :NomSaisieRecherche and Prenom = :PrenomSaisieRecherche
                 and CodePostal = :CodePostalSaisieRecherche
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Client introuvable (Nom+Prenom+CP) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform LectureParametresSaisie.
           perform CalculMontantSaisie.
           exec sql
               select convert(char(8), dateadd(month, :MoisContestationSaisie,
                      convert(datetime, :DateSignificationSaisie, 112)), 112)
               into :DateFinContestSaisie
           end-exec.

           display "Somme a bloquer : " line 17 col 2 with no advancing.
           move MontantABloquerSaisie to MontantSaisieEd.
           display MontantSaisieEd line 17 col 20 with no advancing.
           display " - solde insaisissable laisse : " line 17 col 33 with no advancing.
           move MontantSbi to MontantSaisieEd.
           display MontantSaisieEd line 17 col 65.
           display "Fin du delai de contestation : " line 18 col 2 with no advancing.
           display DateFinContestSaisie line 18 col 33.

           move "N" to ConfirmationSaisie.
           display "Enregistrer la saisie et bloquer la somme (o/N) : " line 20 col 2 with no advancing.
           accept ConfirmationSaisie line 20 col 53.
           if ConfirmationSaisie <> "o" and ConfirmationSaisie <> "O" then
               exit paragraph
           end-if.

           perform CreationOrdreSaisie.

           display " ** Saisie enregistree, lettre d'information editee - Tapez Entree ** " line 25 col 1 with no advancing.
           accept reponse.

      ***** Solde bancaire insaisissable et delai de contestation en mois *****
       LectureParametresSaisie.
           move 635.71 to MontantSbi.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'MONTANTSBI'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :MontantSbi from ParametreBancaire
                   where CleParam = 'MONTANTSBI'
               end-exec
           end-if.

           move 1 to MoisContestationSaisie.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'MOISCONTESTSAISIE'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :MoisContestationSaisie from ParametreBancaire
                   where CleParam = 'MOISCONTESTSAISIE'
               end-exec
           end-if.

      ***** Disponible saisissable : soldes crediteurs des comptes en euros non clos du *****
      ***** client, deja diminues des sommes bloquees par d'autres saisies, moins le solde *****
      ***** bancaire insaisissable ; on bloque au plus le montant reclame *****
       CalculMontantSaisie.
           move 0 to DisponibleSaisissable.
           exec sql
               select ISNULL(sum(Credit - Debit - ISNULL(MontantSaisi, 0)), 0)
               into :DisponibleSaisissable
               from Compte
               where CodeClient = :CodeClientSaisie
                 and ISNULL(Statut, 'O') <> 'C'
                 and ISNULL(Devise, 'EUR') = 'EUR'
                 and Credit - Debit - ISNULL(MontantSaisi, 0) > 0
           end-exec.
           subtract MontantSbi from DisponibleSaisissable.

           if DisponibleSaisissable <= 0 then
               move 0 to MontantABloquerSaisie
           else
               if DisponibleSaisissable < MontantReclameSaisie then
                   move DisponibleSaisissable to MontantABloquerSaisie
               else
                   move MontantReclameSaisie to MontantABloquerSaisie
               end-if
           end-if.

      ***** Inscription au registre, blocage reparti en commencant par les comptes les *****
      ***** mieux pourvus, puis lettre d'information du titulaire *****
       CreationOrdreSaisie.
           exec sql
               select newid() into :IdSaisieCourante
           end-exec.
           accept DateJourSaisies from date yyyymmdd.
           exec sql
               INSERT INTO OrdreSaisie
                   (IdSaisie, CodeClient, TypeSaisie, Creancier, IbanCreancier, BicCreancier,
                    ReferenceActe, MontantReclame, DateSignification, DateFinContestation,
                    MontantBloque, SoldeInsaisissable, MontantPaye, DateEnregistrement,
                    CodeOperateur, Statut)
               VALUES
                   (:IdSaisieCourante, :CodeClientSaisie, :TypeSaisieSaisi,
                    :NomBeneficiaireSaisi, :IbanBeneficiaireSaisi, :BicBeneficiaireSaisi,
                    :ReferenceActeSaisie, :MontantReclameSaisie, :DateSignificationSaisie,
                    :DateFinContestSaisie, :MontantABloquerSaisie, :MontantSbi, 0,
                    :DateJourSaisies, :CodeOperateurSigne, 'O')
           end-exec.

           move MontantABloquerSaisie to ResteABloquerSaisie.
           move 0 to NbComptesBloquesSaisie.
           move spaces to DemandeCourrier.

           exec sql
               declare C-ComptesSaisie cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          Credit - Debit - ISNULL(MontantSaisi, 0)
                   from Compte
                   where CodeClient = :CodeClientSaisie
                     and ISNULL(Statut, 'O') <> 'C'
                     and ISNULL(Devise, 'EUR') = 'EUR'
                   order by Credit - Debit - ISNULL(MontantSaisi, 0) desc
           end-exec.
           exec sql
               open C-ComptesSaisie
           end-exec.

           move 0 to BoucleurComptesSaisie.
           perform BlocageCompteSaisie until BoucleurComptesSaisie = 1.

           exec sql
               close C-ComptesSaisie
           end-exec.

      ***** Saisie infructueuse : la lettre est adressee sur le premier compte du client *****
           if NbComptesBloquesSaisie = 0 then
               exec sql
                   select top 1 CodeBanque, CodeGuichet, RacineCompte, TypeCompte
                   into :DemandeCourrier.CodeBanqueCourrier,
                        :DemandeCourrier.CodeGuichetCourrier,
                        :DemandeCourrier.RacineCompteCourrier,
                        :DemandeCourrier.TypeCompteCourrier
                   from Compte
                   where CodeClient = :CodeClientSaisie
                   order by ISNULL(Statut, 'O') desc
               end-exec
           end-if.

           perform InitFichierCourriers.
           move "SAT" to CodeLettreCourrier of DemandeCourrier.
           move MontantABloquerSaisie to MontantCourrier of DemandeCourrier.
           move NomBeneficiaireSaisi to TiersCourrier of DemandeCourrier.
           move spaces to DateCourrier of DemandeCourrier.
           string DateFinContestSaisie(7:2) "/" DateFinContestSaisie(5:2) "/"
               DateFinContestSaisie(1:4) delimited by size into DateCourrier of DemandeCourrier
           end-string.
           perform GenerationCourrier.
           perform ClotureFichierCourriers.

       BlocageCompteSaisie.
           exec sql
               fetch C-ComptesSaisie into :LigneSaisieCompteCourante.CodeBanqueSac,
                   :LigneSaisieCompteCourante.CodeGuichetSac,
                   :LigneSaisieCompteCourante.RacineCompteSac,
                   :LigneSaisieCompteCourante.TypeCompteSac,
                   :DisponibleCompteSaisie
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurComptesSaisie
               exit paragraph
           end-if.
           if ResteABloquerSaisie = 0 or DisponibleCompteSaisie <= 0 then
               exit paragraph
           end-if.

           if DisponibleCompteSaisie < ResteABloquerSaisie then
               move DisponibleCompteSaisie to MontantBloqueCompteSaisie
           else
               move ResteABloquerSaisie to MontantBloqueCompteSaisie
           end-if.
           subtract MontantBloqueCompteSaisie from ResteABloquerSaisie.
           move MontantBloqueCompteSaisie to MontantBloqueSac.

           exec sql
               UPDATE Compte SET MontantSaisi = ISNULL(MontantSaisi, 0) + :MontantBloqueCompteSaisie
               WHERE CodeBanque = :LigneSaisieCompteCourante.CodeBanqueSac
                 AND CodeGuichet = :LigneSaisieCompteCourante.CodeGuichetSac
                 AND RacineCompte = :LigneSaisieCompteCourante.RacineCompteSac
                 AND TypeCompte = :LigneSaisieCompteCourante.TypeCompteSac
           end-exec.
           exec sql
               INSERT INTO OrdreSaisieCompte
                   (IdSaisie, CodeBanque, CodeGuichet, RacineCompte, TypeCompte, MontantBloque)
               VALUES
                   (:IdSaisieCourante, :LigneSaisieCompteCourante.CodeBanqueSac,
                    :LigneSaisieCompteCourante.CodeGuichetSac,
                    :LigneSaisieCompteCourante.RacineCompteSac,
                    :LigneSaisieCompteCourante.TypeCompteSac,
                    :LigneSaisieCompteCourante.MontantBloqueSac)
           end-exec.

      ***** La lettre cite le premier compte bloque *****
           if NbComptesBloquesSaisie = 0 then
               move CodeBanqueSac to CodeBanqueCourrier of DemandeCourrier
               move CodeGuichetSac to CodeGuichetCourrier of DemandeCourrier
               move RacineCompteSac to RacineCompteCourrier of DemandeCourrier
               move TypeCompteSac to TypeCompteCourrier of DemandeCourrier
           end-if.
           add 1 to NbComptesBloquesSaisie.

      ***** Saisie de la liste designee par son No (IdSaisieCourante, StatutSc) *****
       SelectionSaisieEcran.
           move spaces to IdSaisieCourante.
           move 0 to NoSaisieSaisi.
           display "No de la saisie : " line 23 col 2 with no advancing.
           accept NoSaisieSaisi line 23 col 20.
           if NoSaisieSaisi > 0 and NoSaisieSaisi <= MaxSaisieEcran then
               move IdSaisieEcran(NoSaisieSaisi) to IdSaisieCourante
               move StatutSaisieEcran(NoSaisieSaisi) to StatutSc
           end-if.

      ***** Contestation portee devant le juge : le paiement au creancier est suspendu, *****
      ***** la somme reste bloquee *****
       ContestationSaisie.
           perform SelectionSaisieEcran.
           if IdSaisieCourante = spaces then
               exit paragraph
           end-if.
           if StatutSc <> "O" then
               display " ** Saisie deja contestee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               UPDATE OrdreSaisie SET Statut = 'C'
               WHERE IdSaisie = :IdSaisieCourante
           end-exec.

      ***** Contestation rejetee : la saisie reprend, payee au prochain passage si le *****
      ***** delai de contestation est expire *****
       RepriseSaisie.
           perform SelectionSaisieEcran.
           if IdSaisieCourante = spaces then
               exit paragraph
           end-if.
           if StatutSc <> "C" then
               display " ** Seule une saisie contestee peut reprendre ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               UPDATE OrdreSaisie SET Statut = 'O'
               WHERE IdSaisie = :IdSaisieCourante
           end-exec.

      ***** Mainlevee (creancier desinteresse ou decision du juge) : les sommes bloquees *****
      ***** redeviennent disponibles sur chaque compte *****
       MainleveeSaisie.
           perform SelectionSaisieEcran.
           if IdSaisieCourante = spaces then
               exit paragraph
           end-if.
           move "N" to ConfirmationSaisie.
           display "Mainlevee : debloquer les sommes saisies (o/N) : " line 24 col 2 with no advancing.
           accept ConfirmationSaisie line 24 col 51.
           if ConfirmationSaisie <> "o" and ConfirmationSaisie <> "O" then
               exit paragraph
           end-if.

           exec sql
               declare C-LeveeSaisie cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, MontantBloque
                   from OrdreSaisieCompte
                   where IdSaisie = :IdSaisieCourante
           end-exec.
           exec sql
               open C-LeveeSaisie
           end-exec.
           move 0 to BoucleurComptesSaisie.
           perform LeveeCompteSaisie until BoucleurComptesSaisie = 1.
           exec sql
               close C-LeveeSaisie
           end-exec.

           accept DateJourSaisies from date yyyymmdd.
           exec sql
               UPDATE OrdreSaisie SET Statut = 'L', DateCloture = :DateJourSaisies
               WHERE IdSaisie = :IdSaisieCourante
           end-exec.

       LeveeCompteSaisie.
           exec sql
               fetch C-LeveeSaisie into :LigneSaisieCompteCourante.CodeBanqueSac,
                   :LigneSaisieCompteCourante.CodeGuichetSac,
                   :LigneSaisieCompteCourante.RacineCompteSac,
                   :LigneSaisieCompteCourante.TypeCompteSac,
                   :LigneSaisieCompteCourante.MontantBloqueSac
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurComptesSaisie
               exit paragraph
           end-if.
           perform DeblocageCompteSaisie.

      ***** Retire du cumul bloque du compte la part d'une saisie (jamais en dessous de 0) *****
       DeblocageCompteSaisie.
           exec sql
               UPDATE Compte
               SET MontantSaisi = case when ISNULL(MontantSaisi, 0) > :LigneSaisieCompteCourante.MontantBloqueSac
                                       then ISNULL(MontantSaisi, 0) - :LigneSaisieCompteCourante.MontantBloqueSac
                                       else 0 end
               WHERE CodeBanque = :LigneSaisieCompteCourante.CodeBanqueSac
                 AND CodeGuichet = :LigneSaisieCompteCourante.CodeGuichetSac
                 AND RacineCompte = :LigneSaisieCompteCourante.RacineCompteSac
                 AND TypeCompte = :LigneSaisieCompteCourante.TypeCompteSac
           end-exec.

      *------------------------------------------------------------------
      * Paiement des saisies dont le delai de contestation est expire :
      * chaque somme bloquee est debloquee puis debitee (code SAI) et
      * versee au creancier par virement (PaiementVersIban)
      *------------------------------------------------------------------
       PaiementSaisiesEchues.
           move 0 to NbSaisiesPayees.
           accept DateJourSaisies from date yyyymmdd.

           exec sql
               declare C-SaisiesEchues cursor for
                   select IdSaisie, CodeClient, Creancier, IbanCreancier, ISNULL(BicCreancier, ' ')
                   from OrdreSaisie
                   where Statut = 'O' and DateFinContestation <= :DateJourSaisies
                   order by DateFinContestation
           end-exec.
           exec sql
               open C-SaisiesEchues
           end-exec.

           move 0 to BoucleurSaisies.
           perform PaiementSaisieEchue until BoucleurSaisies = 1.

           exec sql
               close C-SaisiesEchues
           end-exec.

       PaiementSaisieEchue.
           exec sql
               fetch C-SaisiesEchues into :LigneSaisieCourante.IdSaisieSc,
                   :LigneSaisieCourante.CodeClientSc,
                   :LigneSaisieCourante.CreancierSc,
                   :LigneSaisieCourante.IbanCreancierSc,
                   :LigneSaisieCourante.BicCreancierSc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurSaisies
               exit paragraph
           end-if.

           move IdSaisieSc to IdSaisieCourante.
           move 0 to MontantPayeSaisie.
           exec sql
               declare C-PaiementSaisie cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte, MontantBloque
                   from OrdreSaisieCompte
                   where IdSaisie = :IdSaisieCourante
           end-exec.
           exec sql
               open C-PaiementSaisie
           end-exec.
           move 0 to BoucleurComptesSaisie.
           perform PaiementCompteSaisie until BoucleurComptesSaisie = 1.
           exec sql
               close C-PaiementSaisie
           end-exec.

           exec sql
               UPDATE OrdreSaisie
               SET Statut = 'P', MontantPaye = :MontantPayeSaisie, DateCloture = :DateJourSaisies
               WHERE IdSaisie = :IdSaisieCourante
           end-exec.
           add 1 to NbSaisiesPayees.

      ***** Une somme bloquee : deblocage, debit du compte (au plus son solde crediteur, si *****
      ***** des debits non controles l'ont entame) et virement au creancier *****
       PaiementCompteSaisie.
           exec sql
               fetch C-PaiementSaisie into :LigneSaisieCompteCourante.CodeBanqueSac,
                   :LigneSaisieCompteCourante.CodeGuichetSac,
                   :LigneSaisieCompteCourante.RacineCompteSac,
                   :LigneSaisieCompteCourante.TypeCompteSac,
                   :LigneSaisieCompteCourante.MontantBloqueSac
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurComptesSaisie
               exit paragraph
           end-if.

           perform DeblocageCompteSaisie.

           move CodeBanqueSac to CodeBanqueMvt.
           move CodeGuichetSac to CodeGuichetMvt.
           move RacineCompteSac to RacineCompteMvt.
           move TypeCompteSac to TypeCompteMvt.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               exit paragraph
           end-if.

           compute DisponibleCompteSaisie = CreditCompteMvt - DebitCompteMvt.
           if DisponibleCompteSaisie <= 0 then
               exit paragraph
           end-if.
           if DisponibleCompteSaisie < MontantBloqueSac then
               move DisponibleCompteSaisie to MontantMvt
           else
               move MontantBloqueSac to MontantMvt
           end-if.

           move "D" to SensMvt.
           move "SAI" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Saisie " CreancierSc delimited by size into LibelleMvt
           end-string.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           move CreancierSc to NomBeneficiaireSaisi.
           move IbanCreancierSc to IbanBeneficiaireSaisi.
           move BicCreancierSc to BicBeneficiaireSaisi.
           move CodeClientSc to CodeClientVirExt.
           perform PaiementVersIban.
           add MontantMvt to MontantPayeSaisie.

      ***** Etat des saisies ouvertes ou contestees et de leur situation, catalogue *****
       EtatSaisies.
           move 0 to NbSaisiesEtat.
           move 0 to TotalReclameSaisies.
           move 0 to TotalBloqueSaisies.
           accept DateJourSaisies from date yyyymmdd.

           move "ETAT SAISIES" to TypeEditionCourant.
           move "EtatSaisies" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierEtatSaisies.
           open output F-EtatSaisies.
           move corresponding DateSysteme to LigneEtatSaisiesEntete1.
           write E-EtatSaisies from LigneEtatSaisiesEntete1.
           write E-EtatSaisies from " ".
           write E-EtatSaisies from LigneEtatSaisiesEntete7.
           move 3 to NbLignesEtatSaisies.

           exec sql
               declare C-EtatSaisies cursor for
                   select Client.Nom, Client.Prenom, OrdreSaisie.TypeSaisie,
                          OrdreSaisie.Creancier, OrdreSaisie.MontantReclame,
                          OrdreSaisie.MontantBloque, OrdreSaisie.DateSignification,
                          OrdreSaisie.DateFinContestation, OrdreSaisie.Statut
                   from OrdreSaisie
                   join Client on Client.CodeClient = OrdreSaisie.CodeClient
                   where OrdreSaisie.Statut in ('O', 'C')
                   order by OrdreSaisie.DateFinContestation, Client.Nom
           end-exec.
           exec sql
               open C-EtatSaisies
           end-exec.

           move 0 to BoucleurSaisies.
           perform EditionLigneEtatSaisies until BoucleurSaisies = 1.

           exec sql
               close C-EtatSaisies
           end-exec.

           move NbSaisiesEtat to NbSaisiesEtatEd.
           move TotalReclameSaisies to TotalReclameEtatEd.
           move TotalBloqueSaisies to TotalBloqueEtatEd.
           write E-EtatSaisies from " ".
           write E-EtatSaisies from LigneEtatSaisiesTotal.
           add 2 to NbLignesEtatSaisies.
           close F-EtatSaisies.

           move "ETAT SAISIES" to TypeEditionCourant.
           move NomFichierEtatSaisies to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesEtatSaisies to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "SAISIES" then
               display "Saisies en cours editees : " line 23 col 2 with no advancing
               display NbSaisiesEtat line 23 col 29 with no advancing
               display " - Tapez Entree " line 23 col 36 with no advancing
               accept reponse
           end-if.

       EditionLigneEtatSaisies.
           exec sql
               fetch C-EtatSaisies into :LigneSaisieCourante.NomSc,
                   :LigneSaisieCourante.PrenomSc,
                   :LigneSaisieCourante.TypeSc,
                   :LigneSaisieCourante.CreancierSc,
                   :LigneSaisieCourante.MontantReclameSc,
                   :LigneSaisieCourante.MontantBloqueSc,
                   :LigneSaisieCourante.DateSignificationSc,
                   :LigneSaisieCourante.DateFinContestSc,
                   :LigneSaisieCourante.StatutSc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurSaisies
               exit paragraph
           end-if.

           add 1 to NbSaisiesEtat.
           add MontantReclameSc to TotalReclameSaisies.
           add MontantBloqueSc to TotalBloqueSaisies.
           move NomSc to NomEtatSaiEd.
           move PrenomSc to PrenomEtatSaiEd.
           move TypeSc to TypeEtatSaiEd.
           move CreancierSc to CreancierEtatSaiEd.
           move MontantReclameSc to ReclameEtatSaiEd.
           move MontantBloqueSc to BloqueEtatSaiEd.
           move DateSignificationSc to SignifieEtatSaiEd.
           move DateFinContestSc to FinContestEtatSaiEd.
           evaluate true
               when StatutSc = "C"
                   move "Contestee, paiement suspendu" to SituationEtatSaiEd
               when MontantBloqueSc = 0
                   move "Infructueuse, rien de bloque" to SituationEtatSaiEd
               when DateFinContestSc <= DateJourSaisies
                   move "Delai expire, a payer" to SituationEtatSaiEd
               when other
                   move "Delai de contestation en cours" to SituationEtatSaiEd
           end-evaluate.
           write E-EtatSaisies from LigneEtatSaisiesDetail.
           add 1 to NbLignesEtatSaisies.

      **********************************************************************************************
      ***** Comptes a terme (sous-menu Saisie mouvement, option 9) *****
      ***** Ouverture d'un depot sur un Compte de depot, finance par virement du compte *****
      ***** source, a taux fixe pour 3, 6 ou 12 mois. A l'echeance, le batch TERME verse *****
      ***** capital et interets au compte source ou renouvelle le depot (interets *****
      ***** capitalises) au taux en vigueur. Le retrait anticipe sert les interets au taux *****
      ***** de penalite du produit. L'echelle des echeances (par semaine et par mois) est *****
      ***** editee pour la tresorerie *****
      **********************************************************************************************
       ComptesATerme.
           perform ComptesATerme-Init.
           perform ComptesATerme-Trt until DepotsTerme-iterator = 1.
           perform ComptesATerme-Fin.

       ComptesATerme-Init.
           move 0 to DepotsTerme-iterator.

       ComptesATerme-Trt.
           perform AffichageListeDepotsTerme.
           display DepotsTerme-SubMenu.
           move " " to OptionDepotTerme.
           accept OptionDepotTerme line 23 col 78.

           evaluate OptionDepotTerme
               when "1"
                   perform OuvertureDepotTerme
               when "2"
                   move 0 to NoDepotTermeSaisi
                   accept NoDepotTermeSaisi line 22 col 38
                   if NoDepotTermeSaisi > 0 and NoDepotTermeSaisi <= MaxDepotTerme then
                       move IdDepot of LigneDepotTermeEcran(NoDepotTermeSaisi) to IdDepot of LigneDepotTermeCourante
                       perform RetraitAnticipeDepotTerme
                   end-if
               when "3"
                   perform EchelleEcheancesDat
                   display "Echelle des echeances editee : " line 1 col 1 with no advancing
                   display NbDepotsEchelleDat line 1 col 32 with no advancing
                   display " depot(s) actif(s) - Tapez Entree " line 1 col 39 with no advancing
                   accept reponse
               when "4"
                   perform ExecutionEcheancesDepotsTerme
               when "0"
                   move 1 to DepotsTerme-iterator
           end-evaluate.

       ComptesATerme-Fin.
           continue.

      *------------------------------------------------------------------
      * Affichage des depots actifs, numerotes pour la designation par
      * No de ligne
      *------------------------------------------------------------------
       AffichageListeDepotsTerme.
           display DepotsTerme-E.
           move 0 to MaxDepotTerme.
           move 0 to NoDepotTermeSaisi.
           move 4 to NoLigneDepotTerme.
           move 0 to BoucleurDepotTerme.

           exec sql
               declare C-ListeDepotsTerme cursor for
                   select IdDepot, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          Montant, DureeMois, TauxAnnuel, DateEcheance, Instruction, Statut
                   from DepotATerme
                   where Statut in ('A', 'I')
                   order by DateEcheance, CodeBanque, CodeGuichet, RacineCompte, TypeCompte
           end-exec.
           exec sql
               open C-ListeDepotsTerme
           end-exec.

           perform AffichageLigneDepotTerme until BoucleurDepotTerme = 1.

           exec sql
               close C-ListeDepotsTerme
           end-exec.

       AffichageLigneDepotTerme.
           exec sql
               fetch C-ListeDepotsTerme into :LigneDepotTermeCourante.IdDepot,
                   :LigneDepotTermeCourante.CodeBanqueDat,
                   :LigneDepotTermeCourante.CodeGuichetDat,
                   :LigneDepotTermeCourante.RacineCompteDat,
                   :LigneDepotTermeCourante.TypeCompteDat,
                   :LigneDepotTermeCourante.MontantDat,
                   :LigneDepotTermeCourante.DureeDat,
                   :LigneDepotTermeCourante.TauxAnnuelDat,
                   :LigneDepotTermeCourante.DateEcheanceDat,
                   :LigneDepotTermeCourante.InstructionDat,
                   :LigneDepotTermeCourante.StatutDat
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxDepotTerme < 50 then
               add 1 to MaxDepotTerme
               move MaxDepotTerme to NoDepotTermeSaisi
               move IdDepot of LigneDepotTermeCourante to IdDepot of LigneDepotTermeEcran(MaxDepotTerme)
               move StatutDat of LigneDepotTermeCourante to StatutDat of LigneDepotTermeEcran(MaxDepotTerme)
               add 1 to NoLigneDepotTerme
               display DepotsTerme-Contenu
      ***** L'ecran ne montre que les 15 premieres lignes, le reste defile *****
               if NoLigneDepotTerme = 19 then
                   display "Suite de la liste - Tapez Entree " line 1 col 2 with no advancing
                   accept reponse
                   move 4 to NoLigneDepotTerme
               end-if
           else
               move 1 to BoucleurDepotTerme
           end-if.

      *------------------------------------------------------------------
      * Ouverture d'un depot a terme : controles, taux, echeance et
      * interets prevus, confirmation, puis contrat et virement
      *------------------------------------------------------------------
       OuvertureDepotTerme.
           perform InitSaisieMouvement.
           move 0 to MontantDepotSaisi.
           move 0 to DureeDepotSaisie.
           move 0 to TauxDepotSaisi.
           move " " to InstructionDepotSaisie.
           display DepotTermeSaisie-Ecran.
           accept DepotTermeSaisie-Ecran.

           move 1 to ValidateurDepotTerme.

           if MontantDepotSaisi = 0 then
               move 0 to ValidateurDepotTerme
               display " ** Montant place obligatoire ** " line 25 col 1 bell blink
           end-if.

           if DureeDepotSaisie <> 3 and DureeDepotSaisie <> 6 and DureeDepotSaisie <> 12 then
               move 0 to ValidateurDepotTerme
               display " ** Duree : 3, 6 ou 12 mois ** " line 25 col 1 bell blink
           end-if.

           if TauxDepotSaisi > 25 then
               move 0 to ValidateurDepotTerme
               display " ** Taux annuel invalide (0 a 25 %) ** " line 25 col 1 bell blink
           end-if.

           inspect InstructionDepotSaisie converting "vr" to "VR".
           if InstructionDepotSaisie <> "V" and InstructionDepotSaisie <> "R" then
               move 0 to ValidateurDepotTerme
               display " ** Instruction a l'echeance : V ou R ** " line 25 col 1 bell blink
           end-if.

           if CodeBanqueMvt = CodeBanqueMvtCible and CodeGuichetMvt = CodeGuichetMvtCible and
              RacineCompteMvt = RacineCompteMvtCible and TypeCompteMvt = TypeCompteMvtCible then
               move 0 to ValidateurDepotTerme
               display " ** Compte de depot et compte source identiques ** " line 25 col 1 bell blink
           end-if.

      ***** Le compte de depot est ouvert, vide et ne porte pas deja un depot actif *****
           if ValidateurDepotTerme = 1 then
               perform LectureCompteMvtCible
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurDepotTerme
                   display " ** Compte de depot inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurDepotTerme
                       display " ** Compte de depot non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   else
                       if CreditCompteMvt <> 0 or DebitCompteMvt <> 0 then
                           move 0 to ValidateurDepotTerme
                           display " ** Le compte de depot doit etre a solde nul ** " line 25 col 1 bell blink
                       end-if
                   end-if
               end-if
           end-if.

           if ValidateurDepotTerme = 1 then
               move 0 to NbDepotActifCompte
               exec sql
                   select count(*) into :NbDepotActifCompte from DepotATerme
                   where CodeBanque = :CodeBanqueMvtCible and CodeGuichet = :CodeGuichetMvtCible
                     and RacineCompte = :RacineCompteMvtCible and TypeCompte = :TypeCompteMvtCible
                     and Statut in ('A', 'I')
               end-exec
               if NbDepotActifCompte > 0 then
                   move 0 to ValidateurDepotTerme
                   display " ** Un depot actif existe deja sur ce compte ** " line 25 col 1 bell blink
               end-if
           end-if.

      ***** Le placement est finance par le solde crediteur du compte source, hors sommes *****
      ***** bloquees : pas de depot a terme sur decouvert *****
           if ValidateurDepotTerme = 1 then
               perform LectureCompteMvt
               if CompteMvt-Trouve = 0 then
                   move 0 to ValidateurDepotTerme
                   display " ** Compte source inexistant ** " line 25 col 1 bell blink
               else
                   if StatutCompteMvt <> "O" then
                       move 0 to ValidateurDepotTerme
                       display " ** Compte source non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurDepotTerme = 1 then
               move MontantDepotSaisi to MontantMvt
               move "D" to SensMvt
               perform ControleDecouvertProduit
               compute SoldeApresMvtProduit = CreditCompteMvt - DebitCompteMvt - MontantMvt
               if MontantSaisiOK = "N" then
                   move 0 to ValidateurDepotTerme
                   display " ** Somme bloquee par une saisie sur le compte source ** " line 25 col 1 bell blink
               else
                   if SoldeApresMvtProduit < 0 then
                       move 0 to ValidateurDepotTerme
                       display " ** Provision insuffisante sur le compte source ** " line 25 col 1 bell blink
                   end-if
               end-if
           end-if.

           if ValidateurDepotTerme = 1 then
               move DureeDepotSaisie to DureeDat of LigneDepotTermeCourante
               move TauxDepotSaisi to TauxAnnuelDat of LigneDepotTermeCourante
               if TauxDepotSaisi = 0 then
                   perform LectureTauxEnVigueurDat
                   move TauxEnVigueurDat to TauxAnnuelDat of LigneDepotTermeCourante
               end-if
               if TauxAnnuelDat of LigneDepotTermeCourante = 0 then
                   move 0 to ValidateurDepotTerme
                   display " ** Aucun taux en vigueur pour cette duree : saisir le taux ** " line 25 col 1 bell blink
               end-if
           end-if.

           if ValidateurDepotTerme = 1 then
               move MontantDepotSaisi to MontantDat of LigneDepotTermeCourante
               perform CalculInteretsEcheanceDat
               exec sql
                   select convert(char(8), dateadd(month, :DureeDepotSaisie, getdate()), 112)
                   into :LigneDepotTermeCourante.DateEcheanceDat
               end-exec
               move "N" to ConfirmationDepotTerme
               display DepotTermeSaisie-Confirmation
               accept DepotTermeSaisie-Confirmation
               if ConfirmationDepotTerme = "o" or ConfirmationDepotTerme = "O" then
                   perform EnregistrementDepotTerme
               end-if
           end-if.

      ***** Taux en vigueur pour la duree de LigneDepotTermeCourante (0 si non parametre) *****
       LectureTauxEnVigueurDat.
           move 0 to TauxEnVigueurDat.
           move spaces to CleTauxDat.
           evaluate DureeDat of LigneDepotTermeCourante
               when 3
                   move "TAUXDAT03" to CleTauxDat
               when 6
                   move "TAUXDAT06" to CleTauxDat
               when other
                   move "TAUXDAT12" to CleTauxDat
           end-evaluate.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = :CleTauxDat
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :TauxEnVigueurDat from ParametreBancaire
                   where CleParam = :CleTauxDat
               end-exec
           end-if.

      ***** Interets simples a l'echeance : montant x taux x duree / 12 *****
       CalculInteretsEcheanceDat.
           compute InteretsDepotCalc rounded =
               MontantDat of LigneDepotTermeCourante * TauxAnnuelDat of LigneDepotTermeCourante
               * DureeDat of LigneDepotTermeCourante / 1200.

      ***** Contrat puis virement du compte source vers le compte de depot *****
       EnregistrementDepotTerme.
           exec sql
               select newid() into :LigneDepotTermeCourante.IdDepot
           end-exec.
           move CodeBanqueMvtCible to CodeBanqueDat of LigneDepotTermeCourante.
           move CodeGuichetMvtCible to CodeGuichetDat of LigneDepotTermeCourante.
           move RacineCompteMvtCible to RacineCompteDat of LigneDepotTermeCourante.
           move TypeCompteMvtCible to TypeCompteDat of LigneDepotTermeCourante.
           move CodeBanqueMvt to CodeBanqueSrc of LigneDepotTermeCourante.
           move CodeGuichetMvt to CodeGuichetSrc of LigneDepotTermeCourante.
           move RacineCompteMvt to RacineCompteSrc of LigneDepotTermeCourante.
           move TypeCompteMvt to TypeCompteSrc of LigneDepotTermeCourante.
           move InstructionDepotSaisie to InstructionDat of LigneDepotTermeCourante.
           accept DateJourDat from date yyyymmdd.
           move DateJourDat to DateOuvertureDat of LigneDepotTermeCourante.

           exec sql
               INSERT INTO DepotATerme
                   (IdDepot, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    CodeBanqueSource, CodeGuichetSource, RacineCompteSource, TypeCompteSource,
                    Montant, DureeMois, TauxAnnuel, DateOuverture, DateEcheance, Instruction,
                    NbRenouvellements, InteretsVerses, DateCloture, CodeOperateur, Statut)
               VALUES
                   (:LigneDepotTermeCourante.IdDepot, :LigneDepotTermeCourante.CodeBanqueDat,
                    :LigneDepotTermeCourante.CodeGuichetDat, :LigneDepotTermeCourante.RacineCompteDat,
                    :LigneDepotTermeCourante.TypeCompteDat, :LigneDepotTermeCourante.CodeBanqueSrc,
                    :LigneDepotTermeCourante.CodeGuichetSrc, :LigneDepotTermeCourante.RacineCompteSrc,
                    :LigneDepotTermeCourante.TypeCompteSrc, :LigneDepotTermeCourante.MontantDat,
                    :LigneDepotTermeCourante.DureeDat, :LigneDepotTermeCourante.TauxAnnuelDat,
                    :LigneDepotTermeCourante.DateOuvertureDat,
                    :LigneDepotTermeCourante.DateEcheanceDat,
                    :LigneDepotTermeCourante.InstructionDat, 0, 0, ' ',
                    :CodeOperateurSigne, 'A')
           end-exec.

      ***** Constitution : debit du compte source, credit du compte de depot (code DAT) *****
           move MontantDepotSaisi to MontantMvt.
           move "DAT" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Depot a terme " RacineCompteMvtCible delimited by size into LibelleMvt.
           move "D" to SensMvt.
           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           perform PositionnementCompteDat.
           move "C" to SensMvt.
           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           display " ** Depot a terme ouvert, compte source debite ** " line 25 col 1.

      ***** Zones Mvt sur le compte de depot / sur le compte source du contrat courant *****
       PositionnementCompteDat.
           move CodeBanqueDat of LigneDepotTermeCourante to CodeBanqueMvt.
           move CodeGuichetDat of LigneDepotTermeCourante to CodeGuichetMvt.
           move RacineCompteDat of LigneDepotTermeCourante to RacineCompteMvt.
           move TypeCompteDat of LigneDepotTermeCourante to TypeCompteMvt.

       PositionnementCompteSrc.
           move CodeBanqueSrc of LigneDepotTermeCourante to CodeBanqueMvt.
           move CodeGuichetSrc of LigneDepotTermeCourante to CodeGuichetMvt.
           move RacineCompteSrc of LigneDepotTermeCourante to RacineCompteMvt.
           move TypeCompteSrc of LigneDepotTermeCourante to TypeCompteMvt.

      ***** Interets du depot (InteretsDepotCalc) credites au compte de depot (code IDT) *****
       CreditInteretsDepotTerme.
           if InteretsDepotCalc = 0 then
               exit paragraph
           end-if.
           perform PositionnementCompteDat.
           perform LectureCompteMvt.
           move InteretsDepotCalc to MontantMvt.
           move "C" to SensMvt.
           move "IDT" to CodeOperationMvt.
           move "Interets depot a terme" to LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.
           add InteretsDepotCalc to TotalInteretsDat.

      ***** Remboursement de CapitalRembourseDat du compte de depot au compte source (RDT). *****
      ***** Un compte source clos ou une saisie sur le compte de depot laissent les fonds *****
      ***** sur le compte de depot (RemboursementDatOK = N) *****
       RemboursementDepotTerme.
           move "O" to RemboursementDatOK.
           perform PositionnementCompteSrc.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt = "C" then
               move "N" to RemboursementDatOK
               exit paragraph
           end-if.

           perform PositionnementCompteDat.
           perform LectureCompteMvt.
           move CapitalRembourseDat to MontantMvt.
           move "D" to SensMvt.
           perform ControleMontantSaisi.
           if MontantSaisiOK = "N" then
               move "N" to RemboursementDatOK
               exit paragraph
           end-if.

           move "RDT" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Remboursement depot a terme " RacineCompteDat of LigneDepotTermeCourante
               delimited by size into LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

           perform PositionnementCompteSrc.
           perform LectureCompteMvt.
           move "C" to SensMvt.
           perform MiseAJourSoldeCompteMvt.
           perform EcritureMouvementGuichet.

      *------------------------------------------------------------------
      * Retrait anticipe du depot IdDepot de LigneDepotTermeCourante :
      * interets au taux de penalite du produit sur les jours courus,
      * remboursement au compte source
      *------------------------------------------------------------------
       RetraitAnticipeDepotTerme.
           exec sql
               select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                      CodeBanqueSource, CodeGuichetSource, RacineCompteSource, TypeCompteSource,
                      Montant, DureeMois, TauxAnnuel, DateOuverture, DateEcheance, Instruction,
                      Statut
               into :LigneDepotTermeCourante.CodeBanqueDat, :LigneDepotTermeCourante.CodeGuichetDat,
                    :LigneDepotTermeCourante.RacineCompteDat, :LigneDepotTermeCourante.TypeCompteDat,
                    :LigneDepotTermeCourante.CodeBanqueSrc, :LigneDepotTermeCourante.CodeGuichetSrc,
                    :LigneDepotTermeCourante.RacineCompteSrc, :LigneDepotTermeCourante.TypeCompteSrc,
                    :LigneDepotTermeCourante.MontantDat, :LigneDepotTermeCourante.DureeDat,
                    :LigneDepotTermeCourante.TauxAnnuelDat,
                    :LigneDepotTermeCourante.DateOuvertureDat,
                    :LigneDepotTermeCourante.DateEcheanceDat,
                    :LigneDepotTermeCourante.InstructionDat, :LigneDepotTermeCourante.StatutDat
               from DepotATerme
               where IdDepot = :LigneDepotTermeCourante.IdDepot
           end-exec.
           if StatutDat of LigneDepotTermeCourante <> "A" then
               display " ** Depot non actif ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to TauxPenaliteDat.
           exec sql
               select ISNULL(TauxPenalite, 0) into :TauxPenaliteDat from ProduitCompte
               where TypeCompte = :LigneDepotTermeCourante.TypeCompteDat
           end-exec.
           move 0 to JoursCourusDat.
           exec sql
               select datediff(day, convert(datetime, :LigneDepotTermeCourante.DateOuvertureDat, 112), getdate())
               into :JoursCourusDat
           end-exec.
           compute InteretsDepotCalc rounded =
               MontantDat of LigneDepotTermeCourante * TauxPenaliteDat * JoursCourusDat / 36500.

           display "Interets au taux de penalite : " line 24 col 2 with no advancing.
           move InteretsDepotCalc to MontantSaisieEd.
           display MontantSaisieEd line 24 col 33 with no advancing.
           move "N" to ConfirmationDepotTerme.
           display " - Confirmer le retrait (o/N) : " line 24 col 46 with no advancing.
           accept ConfirmationDepotTerme line 24 col 78.
           if ConfirmationDepotTerme <> "o" and ConfirmationDepotTerme <> "O" then
               exit paragraph
           end-if.

      ***** Le remboursement est verifie avant d'ecrire quoi que ce soit *****
           perform PositionnementCompteSrc.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt = "C" then
               display " ** Compte source inexistant ou clos : retrait impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           perform PositionnementCompteDat.
           perform LectureCompteMvt.
           compute MontantMvt = MontantDat of LigneDepotTermeCourante + InteretsDepotCalc.
           move "D" to SensMvt.
           perform ControleMontantSaisi.
           if MontantSaisiOK = "N" then
               display " ** Somme bloquee par une saisie sur le compte de depot ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to TotalInteretsDat.
           perform CreditInteretsDepotTerme.
           compute CapitalRembourseDat = MontantDat of LigneDepotTermeCourante + InteretsDepotCalc.
           perform RemboursementDepotTerme.

           accept DateJourDat from date yyyymmdd.
           exec sql
               UPDATE DepotATerme
               SET Statut = 'R', DateCloture = :DateJourDat,
                   InteretsVerses = ISNULL(InteretsVerses, 0) + :InteretsDepotCalc
               WHERE IdDepot = :LigneDepotTermeCourante.IdDepot
           end-exec.
           display " ** Depot rompu, capital et interets vires au compte source ** " line 25 col 1.

      *------------------------------------------------------------------
      * Traitement des depots arrives a echeance : versement au compte
      * source ou renouvellement. Peut etre lance sans surveillance avec
      * ModeBatch = "TERME"
      *------------------------------------------------------------------
       ExecutionEcheancesDepotsTerme.
           move 0 to NbDepotsEchus.
           move 0 to NbDepotsRenouveles.
           move 0 to NbDepotsRembourses.
           move 0 to NbDepotsIncidentDat.
           move 0 to TotalInteretsDat.
           accept DateJourDat from date yyyymmdd.

           exec sql
               declare C-DepotsEchus cursor for
                   select IdDepot, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          CodeBanqueSource, CodeGuichetSource, RacineCompteSource,
                          TypeCompteSource, Montant, DureeMois, TauxAnnuel, DateOuverture,
                          DateEcheance, Instruction, Statut
                   from DepotATerme
                   where Statut in ('A', 'I') and DateEcheance <= :DateJourDat
                   order by DateEcheance
           end-exec.
           exec sql
               open C-DepotsEchus
           end-exec.

           if ModeBatch(1:5) <> "TERME" then
               display "TRAITEMENT DES ECHEANCES DES DEPOTS A TERME EN COURS..." line 1 col 1
           end-if.

           move 0 to BoucleurDepotTerme.
           perform TraitementDepotEchu until BoucleurDepotTerme = 1.

           exec sql
               close C-DepotsEchus
           end-exec.

           if ModeBatch(1:5) <> "TERME" then
               display "Depots rembourses : " line 2 col 1 with no advancing
               display NbDepotsRembourses line 2 col 21 with no advancing
               display " - Renouveles : " line 2 col 28 with no advancing
               display NbDepotsRenouveles line 2 col 44 with no advancing
               display " - En echec : " line 2 col 50 with no advancing
               display NbDepotsIncidentDat line 2 col 64 with no advancing
               display " - Entree " line 2 col 70 with no advancing
               accept reponse
           end-if.

       TraitementDepotEchu.
           exec sql
               fetch C-DepotsEchus into :LigneDepotTermeCourante.IdDepot,
                   :LigneDepotTermeCourante.CodeBanqueDat,
                   :LigneDepotTermeCourante.CodeGuichetDat,
                   :LigneDepotTermeCourante.RacineCompteDat,
                   :LigneDepotTermeCourante.TypeCompteDat,
                   :LigneDepotTermeCourante.CodeBanqueSrc,
                   :LigneDepotTermeCourante.CodeGuichetSrc,
                   :LigneDepotTermeCourante.RacineCompteSrc,
                   :LigneDepotTermeCourante.TypeCompteSrc,
                   :LigneDepotTermeCourante.MontantDat,
                   :LigneDepotTermeCourante.DureeDat,
                   :LigneDepotTermeCourante.TauxAnnuelDat,
                   :LigneDepotTermeCourante.DateOuvertureDat,
                   :LigneDepotTermeCourante.DateEcheanceDat,
                   :LigneDepotTermeCourante.InstructionDat,
                   :LigneDepotTermeCourante.StatutDat
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurDepotTerme
               exit paragraph
           end-if.

           add 1 to NbDepotsEchus.
           perform CalculInteretsEcheanceDat.
           compute CapitalRembourseDat = MontantDat of LigneDepotTermeCourante + InteretsDepotCalc.
      ***** Un depot en incident (I) a deja recu ses interets : seul le versement est retente *****
           if StatutDat of LigneDepotTermeCourante = "I" then
               move 0 to InteretsDepotCalc
           else
               perform CreditInteretsDepotTerme
           end-if.

           if InstructionDat of LigneDepotTermeCourante = "R" then
               perform RenouvellementDepotTerme
               exit paragraph
           end-if.

           perform RemboursementDepotTerme.
      ***** Compte source clos ou somme saisie : le depot n'est pas solde, il passe en *****
      ***** incident et compte en rejet au journal du batch *****
           if RemboursementDatOK = "N" then
               exec sql
                   UPDATE DepotATerme
                   SET Statut = 'I',
                       InteretsVerses = ISNULL(InteretsVerses, 0) + :InteretsDepotCalc
                   WHERE IdDepot = :LigneDepotTermeCourante.IdDepot
               end-exec
               add 1 to NbDepotsIncidentDat
               exit paragraph
           end-if.
           add 1 to NbDepotsRembourses.
           exec sql
               UPDATE DepotATerme
               SET Statut = 'E', DateCloture = :DateJourDat,
                   InteretsVerses = ISNULL(InteretsVerses, 0) + :InteretsDepotCalc
               WHERE IdDepot = :LigneDepotTermeCourante.IdDepot
           end-exec.

      ***** Renouvellement pour la meme duree, interets capitalises, au taux en vigueur a *****
      ***** l'echeance (le taux du contrat est conserve si aucun taux n'est parametre) *****
       RenouvellementDepotTerme.
           perform LectureTauxEnVigueurDat.
           if TauxEnVigueurDat > 0 then
               move TauxEnVigueurDat to TauxAnnuelDat of LigneDepotTermeCourante
           end-if.
           add InteretsDepotCalc to MontantDat of LigneDepotTermeCourante.
           move DateEcheanceDat of LigneDepotTermeCourante to DateOuvertureDat of LigneDepotTermeCourante.
           exec sql
               select convert(char(8), dateadd(month, :LigneDepotTermeCourante.DureeDat,
                      convert(datetime, :LigneDepotTermeCourante.DateOuvertureDat, 112)), 112)
               into :LigneDepotTermeCourante.DateEcheanceDat
           end-exec.
           exec sql
               UPDATE DepotATerme
               SET Montant = :LigneDepotTermeCourante.MontantDat,
                   TauxAnnuel = :LigneDepotTermeCourante.TauxAnnuelDat,
                   DateOuverture = :LigneDepotTermeCourante.DateOuvertureDat,
                   DateEcheance = :LigneDepotTermeCourante.DateEcheanceDat,
                   NbRenouvellements = NbRenouvellements + 1,
                   InteretsVerses = ISNULL(InteretsVerses, 0) + :InteretsDepotCalc
               WHERE IdDepot = :LigneDepotTermeCourante.IdDepot
           end-exec.
           add 1 to NbDepotsRenouveles.

      *------------------------------------------------------------------
      * Echelle des echeances des depots actifs : capital et interets a
      * verser par semaine (13 semaines a venir, les echeances depassees
      * non encore traitees comptees dans la premiere) puis par mois
      *------------------------------------------------------------------
       EchelleEcheancesDat.
           move 0 to NbDepotsEchelleDat.
           move 0 to TotalCapitalEchelleDat.
           move 0 to TotalInteretsEchelleDat.
           accept DateJourDat from date yyyymmdd.

           move "ECHELLE DAT" to TypeEditionCourant.
           move "EchelleDat" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierEchelleDat.
           open output F-EchelleDat.
           move corresponding DateSysteme to LigneEchelleDatEntete1.
           write E-EchelleDat from LigneEchelleDatEntete1.
           write E-EchelleDat from " ".
           write E-EchelleDat from LigneEchelleDatEntete7.
           write E-EchelleDat from " ".
           write E-EchelleDat from " Par semaine (13 semaines a venir)".
           move 5 to NbLignesEchelleDat.

           exec sql
               declare C-EchelleSemainesDat cursor for
                   select NoSemaine, count(*), sum(Montant), sum(Interets)
                   from (select case when DateEcheance < :DateJourDat then 0
                                     else datediff(day, getdate(), convert(datetime, DateEcheance, 112)) / 7
                                end as NoSemaine,
                                Montant,
                                round(Montant * TauxAnnuel * DureeMois / 1200, 2) as Interets
                         from DepotATerme
                         where Statut = 'A') as EcheancesDat
                   where NoSemaine < 13
                   group by NoSemaine
                   order by NoSemaine
           end-exec.
           exec sql
               open C-EchelleSemainesDat
           end-exec.
           move 0 to BoucleurDepotTerme.
           perform EditionSemaineEchelleDat until BoucleurDepotTerme = 1.
           exec sql
               close C-EchelleSemainesDat
           end-exec.

           write E-EchelleDat from " ".
           write E-EchelleDat from " Par mois".
           add 2 to NbLignesEchelleDat.

           exec sql
               declare C-EchelleMoisDat cursor for
                   select left(DateEcheance, 6), count(*), sum(Montant),
                          sum(round(Montant * TauxAnnuel * DureeMois / 1200, 2))
                   from DepotATerme
                   where Statut = 'A'
                   group by left(DateEcheance, 6)
                   order by left(DateEcheance, 6)
           end-exec.
           exec sql
               open C-EchelleMoisDat
           end-exec.
           move 0 to BoucleurDepotTerme.
           perform EditionMoisEchelleDat until BoucleurDepotTerme = 1.
           exec sql
               close C-EchelleMoisDat
           end-exec.

           move NbDepotsEchelleDat to NbDepotsTotDatEd.
           move TotalCapitalEchelleDat to CapitalTotDatEd.
           move TotalInteretsEchelleDat to InteretsTotDatEd.
           write E-EchelleDat from " ".
           write E-EchelleDat from LigneEchelleDatTotal.
           add 2 to NbLignesEchelleDat.

      ***** Depots echus dont le versement au compte source reste en echec *****
           exec sql
               declare C-IncidentsDat cursor for
                   select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                          CodeBanqueSource, CodeGuichetSource, RacineCompteSource,
                          TypeCompteSource, Montant, DateEcheance
                   from DepotATerme
                   where Statut = 'I'
                   order by DateEcheance
           end-exec.
           exec sql
               open C-IncidentsDat
           end-exec.
           move 0 to BoucleurDepotTerme.
           move spaces to CompteIncDatEd.
           perform EditionIncidentEchelleDat until BoucleurDepotTerme = 1.
           exec sql
               close C-IncidentsDat
           end-exec.
           close F-EchelleDat.

           move "ECHELLE DAT" to TypeEditionCourant.
           move NomFichierEchelleDat to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesEchelleDat to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

       EditionSemaineEchelleDat.
           exec sql
               fetch C-EchelleSemainesDat into :NoSemaineDat, :NbDepotsTrancheDat,
                   :CapitalTrancheDat, :InteretsTrancheDat
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurDepotTerme
               exit paragraph
           end-if.

           exec sql
               select convert(char(8), dateadd(day, 7 * :NoSemaineDat, getdate()), 112),
                      convert(char(8), dateadd(day, 7 * :NoSemaineDat + 6, getdate()), 112)
               into :DebutSemaineDat, :FinSemaineDat
           end-exec.
           move spaces to TrancheDatEd.
           string "Du " DebutSemaineDat(7:2) "/" DebutSemaineDat(5:2) " au "
               FinSemaineDat(7:2) "/" FinSemaineDat(5:2) "/" FinSemaineDat(1:4)
               delimited by size into TrancheDatEd.
           perform EcritureTrancheEchelleDat.

       EditionMoisEchelleDat.
           exec sql
               fetch C-EchelleMoisDat into :MoisEcheanceDat, :NbDepotsTrancheDat,
                   :CapitalTrancheDat, :InteretsTrancheDat
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurDepotTerme
               exit paragraph
           end-if.

           move spaces to TrancheDatEd.
           string "Mois " MoisEcheanceDat(5:2) "/" MoisEcheanceDat(1:4)
               delimited by size into TrancheDatEd.
           perform EcritureTrancheEchelleDat.
      ***** Les mois couvrent tous les depots actifs : ils donnent le total *****
           add NbDepotsTrancheDat to NbDepotsEchelleDat.
           add CapitalTrancheDat to TotalCapitalEchelleDat.
           add InteretsTrancheDat to TotalInteretsEchelleDat.

       EditionIncidentEchelleDat.
           exec sql
               fetch C-IncidentsDat into :LigneDepotTermeCourante.CodeBanqueDat,
                   :LigneDepotTermeCourante.CodeGuichetDat,
                   :LigneDepotTermeCourante.RacineCompteDat,
                   :LigneDepotTermeCourante.TypeCompteDat,
                   :LigneDepotTermeCourante.CodeBanqueSrc,
                   :LigneDepotTermeCourante.CodeGuichetSrc,
                   :LigneDepotTermeCourante.RacineCompteSrc,
                   :LigneDepotTermeCourante.TypeCompteSrc,
                   :LigneDepotTermeCourante.MontantDat,
                   :LigneDepotTermeCourante.DateEcheanceDat
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurDepotTerme
               exit paragraph
           end-if.

           if CompteIncDatEd = spaces then
               write E-EchelleDat from " "
               write E-EchelleDat from " Versements en echec (compte source clos ou somme saisie)"
               add 2 to NbLignesEchelleDat
           end-if.
           move spaces to CompteIncDatEd.
           string CodeBanqueDat of LigneDepotTermeCourante " "
               CodeGuichetDat of LigneDepotTermeCourante " "
               RacineCompteDat of LigneDepotTermeCourante " "
               TypeCompteDat of LigneDepotTermeCourante
               delimited by size into CompteIncDatEd.
           move spaces to EcheanceIncDatEd.
           string DateEcheanceDat of LigneDepotTermeCourante(7:2) "/"
               DateEcheanceDat of LigneDepotTermeCourante(5:2) "/"
               DateEcheanceDat of LigneDepotTermeCourante(1:4)
               delimited by size into EcheanceIncDatEd.
           move MontantDat of LigneDepotTermeCourante to CapitalIncDatEd.
           move spaces to CompteSrcIncDatEd.
           string "Source " CodeBanqueSrc of LigneDepotTermeCourante " "
               CodeGuichetSrc of LigneDepotTermeCourante " "
               RacineCompteSrc of LigneDepotTermeCourante " "
               TypeCompteSrc of LigneDepotTermeCourante
               delimited by size into CompteSrcIncDatEd.
           write E-EchelleDat from LigneEchelleDatIncident.
           add 1 to NbLignesEchelleDat.

       EcritureTrancheEchelleDat.
           move NbDepotsTrancheDat to NbDepotsDatEd.
           move CapitalTrancheDat to CapitalDatEd.
           move InteretsTrancheDat to InteretsDatEd.
           compute TotalDuDatEd = CapitalTrancheDat + InteretsTrancheDat.
           write E-EchelleDat from LigneEchelleDatDetail.
           add 1 to NbLignesEchelleDat.

      **********************************************************************************************
      ***** Reclamations du client (Gestion client, option R) *****
      ***** Registre des reclamations : enregistrement avec calcul des dates limites *****
      ***** d'accuse de reception et de reponse, accuse, geste commercial passe depuis la *****
      ***** reclamation (extourne du mouvement conteste ou credit GCO, le mouvement genere *****
      ***** etant rattache a la reclamation) et cloture avec son issue *****
      **********************************************************************************************
       GestionReclamations.
           move 0 to NbReclamTrouve.
           exec sql
               select count(*) into :NbReclamTrouve from Client
               where CodeClient = :Client.CodeClient
           end-exec.
           if NbReclamTrouve = 0 then
               display " ** Client a valider avant la saisie des reclamations ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move CodeClient of Client to CodeClientReclam.
           perform LectureDelaisReclamation.

           move 0 to Reclamations-iterator.
           perform GestionReclamations-Trt until Reclamations-iterator = 1.

       GestionReclamations-Trt.
           perform AffichageListeReclamations.
           move " " to OptionReclamations.
           display "[N]ouvelle / [A]ccuse / [G]este commercial / [C]loture / autre = retour : " line 21 col 2 with no advancing.
           accept OptionReclamations line 21 col 78.
           inspect OptionReclamations converting "nagc" to "NAGC".

           evaluate OptionReclamations
               when "N"
                   perform CreationReclamation
               when "A"
               when "G"
               when "C"
                   move 0 to NoReclamationSaisi
                   display "Reclamation No : " line 22 col 2 with no advancing
                   accept NoReclamationSaisi line 22 col 19
                   if NoReclamationSaisi > 0 and NoReclamationSaisi <= MaxReclamationEcran then
                       move IdReclamEcran(NoReclamationSaisi) to IdReclamationCourante
                       evaluate OptionReclamations
                           when "A"
                               perform AccuseReclamation
                           when "G"
                               perform GesteCommercialReclamation
                           when "C"
                               perform ClotureReclamation
                       end-evaluate
                   end-if
               when other
                   move 1 to Reclamations-iterator
           end-evaluate.

      ***** Delais en jours calendaires depuis la reception de la reclamation *****
       LectureDelaisReclamation.
           move 10 to DelaiAccuseReclam.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'DELAIACCUSERECLAM'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :DelaiAccuseReclam from ParametreBancaire
                   where CleParam = 'DELAIACCUSERECLAM'
               end-exec
           end-if.

           move 60 to DelaiReponseReclam.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'DELAIREPONSERECLAM'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :DelaiReponseReclam from ParametreBancaire
                   where CleParam = 'DELAIREPONSERECLAM'
               end-exec
           end-if.

      ***** Liste numerotee des reclamations du client, les plus recentes d'abord (15 au *****
      ***** plus) ; une etoile signale un delai de reponse depasse *****
       AffichageListeReclamations.
           display " " line 1 col 1 blank screen.
           display "RECLAMATIONS DU CLIENT " line 2 col 20 with no advancing.
           display Nom of Client line 2 col 43 with no advancing.
           display Prenom of Client line 2 col 59.
           display "No  Recue le  Ca Cn  Gui   Racine    Ty  Repondre   St     Geste  Objet" line 4 col 1.
           accept DateJourReclam from date yyyymmdd.

           move 0 to MaxReclamationEcran.
           move 0 to NoReclamationSaisi.
           move 4 to NoLigneReclamation.
           move 0 to BoucleurReclamations.

           exec sql
               declare C-ListeReclamations cursor for
                   select IdReclamation, DateReception, Categorie, Canal,
                          ISNULL(CodeGuichet, ' '), ISNULL(RacineCompte, ' '),
                          ISNULL(TypeCompte, ' '), DateLimiteReponse, Statut,
                          ISNULL(MontantGeste, 0), Objet
                   from Reclamation
                   where CodeClient = :CodeClientReclam
                   order by DateReception DESC
           end-exec.
           exec sql
               open C-ListeReclamations
           end-exec.

           perform AffichageLigneReclamation until BoucleurReclamations = 1.

           exec sql
               close C-ListeReclamations
           end-exec.

       AffichageLigneReclamation.
           exec sql
               fetch C-ListeReclamations into :LigneReclamCourante.IdReclamationRc,
                   :LigneReclamCourante.DateReceptionRc,
                   :LigneReclamCourante.CategorieRc,
                   :LigneReclamCourante.CanalRc,
                   :LigneReclamCourante.CodeGuichetRc,
                   :LigneReclamCourante.RacineCompteRc,
                   :LigneReclamCourante.TypeCompteRc,
                   :LigneReclamCourante.DateLimiteReponseRc,
                   :LigneReclamCourante.StatutRc,
                   :LigneReclamCourante.MontantGesteRc,
                   :LigneReclamCourante.ObjetRc
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxReclamationEcran < 15 then
               add 1 to MaxReclamationEcran
               move MaxReclamationEcran to NoReclamationSaisi
               move IdReclamationRc to IdReclamEcran(MaxReclamationEcran)
               add 1 to NoLigneReclamation
               display NoReclamationSaisi line NoLigneReclamation col 1 with no advancing
               display DateReceptionRc line NoLigneReclamation col 5 with no advancing
               display CategorieRc line NoLigneReclamation col 15 with no advancing
               display CanalRc line NoLigneReclamation col 18 with no advancing
               display CodeGuichetRc line NoLigneReclamation col 22 with no advancing
               display RacineCompteRc line NoLigneReclamation col 28 with no advancing
               display TypeCompteRc line NoLigneReclamation col 38 with no advancing
               display DateLimiteReponseRc line NoLigneReclamation col 42 with no advancing
               if StatutRc <> "C" and DateLimiteReponseRc < DateJourReclam then
                   display "*" line NoLigneReclamation col 50 with no advancing
               end-if
               display StatutRc line NoLigneReclamation col 53 with no advancing
               move MontantGesteRc to MontantGesteReclamEd
               display MontantGesteReclamEd line NoLigneReclamation col 55 with no advancing
               display ObjetRc(1:14) line NoLigneReclamation col 67
           else
               move 1 to BoucleurReclamations
           end-if.

      ***** Nouvelle reclamation : categorie, canal, date de reception, compte du client et *****
      ***** le cas echeant mouvement conteste, objet, operateur en charge ; les dates *****
      ***** limites sont calculees a partir de la date de reception *****
       CreationReclamation.
           move " " to CategorieReclamSaisie.
           move " " to CanalReclamSaisi.
           move " " to DateReceptionReclamSaisie.
           move 0 to LigneCompteReclamSaisie.
           move "N" to MouvementReclamSaisi.
           move " " to ObjetReclamSaisi.
           move " " to OperateurReclamSaisi.
           move " " to IdMouvementReclam.
           display Reclamation-Saisie.
           accept Reclamation-Saisie.

           inspect CategorieReclamSaisie converting "fdca" to "FDCA".
           if CategorieReclamSaisie <> "F" and CategorieReclamSaisie <> "D"
              and CategorieReclamSaisie <> "C" and CategorieReclamSaisie <> "A" then
               display " ** Categorie invalide (F/D/C/A) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           inspect CanalReclamSaisi converting "gtec" to "GTEC".
           if CanalReclamSaisi <> "G" and CanalReclamSaisi <> "T"
              and CanalReclamSaisi <> "E" and CanalReclamSaisi <> "C" then
               display " ** Canal invalide (G/T/E/C) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           accept DateJourReclam from date yyyymmdd.
           if DateReceptionReclamSaisie = " " then
               move DateJourReclam to DateReceptionReclamSaisie
           end-if.
           if DateReceptionReclamSaisie is not numeric or DateReceptionReclamSaisie > DateJourReclam then
               display " ** Date de reception invalide ou future ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if ObjetReclamSaisi = " " then
               display " ** Objet de la reclamation obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if OperateurReclamSaisi = " " then
               move CodeOperateurSigne to OperateurReclamSaisi
           end-if.

           move " " to CodeBanqueMvt.
           move " " to CodeGuichetMvt.
           move " " to RacineCompteMvt.
           move " " to TypeCompteMvt.
           if LigneCompteReclamSaisie > MaxCompte then
               display " ** No de ligne de compte invalide ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if LigneCompteReclamSaisie > 0 then
               if CodeBanque of CleBase of LigneEcran(LigneCompteReclamSaisie) = " " then
                   display " ** Compte non encore enregistre en base ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               move CodeBanque of CleBase of LigneEcran(LigneCompteReclamSaisie) to CodeBanqueMvt
               move CodeGuichet of CleBase of LigneEcran(LigneCompteReclamSaisie) to CodeGuichetMvt
               move RacineCompte of CleBase of LigneEcran(LigneCompteReclamSaisie) to RacineCompteMvt
               move TypeCompte of CleBase of LigneEcran(LigneCompteReclamSaisie) to TypeCompteMvt
           end-if.

      ***** Mouvement conteste designe dans la liste des mouvements du compte *****
           if MouvementReclamSaisi = "o" or MouvementReclamSaisi = "O" then
               if LigneCompteReclamSaisie = 0 then
                   display " ** Compte obligatoire pour designer un mouvement ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               perform AffichageListeExtourne
               if MaxExtourne = 0 then
                   display " ** Aucun mouvement sur ce compte ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               move 0 to NoExtourneSaisi
               display "No du mouvement conteste (0 = abandon) : " line 21 col 1 with no advancing
               accept NoExtourneSaisi line 21 col 43
               if NoExtourneSaisi = 0 or NoExtourneSaisi > MaxExtourne then
                   exit paragraph
               end-if
               move IdMvtExtEcran(NoExtourneSaisi) to IdMouvementReclam
           end-if.

           exec sql
               select convert(char(8), dateadd(day, :DelaiAccuseReclam,
                          convert(datetime, :DateReceptionReclamSaisie, 112)), 112),
                      convert(char(8), dateadd(day, :DelaiReponseReclam,
                          convert(datetime, :DateReceptionReclamSaisie, 112)), 112)
               into :DateLimiteAccuseReclam, :DateLimiteReponseReclam
           end-exec.

           exec sql
               select newid() into :IdReclamationCourante
           end-exec.
           exec sql
               INSERT INTO Reclamation
                   (IdReclamation, CodeClient, Categorie, Canal, DateReception,
                    CodeBanque, CodeGuichet, RacineCompte, TypeCompte, IdMouvement,
                    Objet, CodeOperateurCharge, DateLimiteAccuse, DateLimiteReponse,
                    Statut, CodeOperateur, DateSaisie)
               VALUES
                   (:IdReclamationCourante, :CodeClientReclam, :CategorieReclamSaisie,
                    :CanalReclamSaisi, :DateReceptionReclamSaisie,
                    NULLIF(:CodeBanqueMvt, ' '), NULLIF(:CodeGuichetMvt, ' '),
                    NULLIF(:RacineCompteMvt, ' '), NULLIF(:TypeCompteMvt, ' '),
                    NULLIF(:IdMouvementReclam, ' '),
                    :ObjetReclamSaisi, :OperateurReclamSaisi, :DateLimiteAccuseReclam,
                    :DateLimiteReponseReclam, 'O', :CodeOperateurSigne, getdate())
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Enregistrement de la reclamation impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           display " ** Reclamation enregistree, reponse avant le " line 25 col 1 with no advancing.
           display DateLimiteReponseReclam line 25 col 48 with no advancing.
           display " ** " line 25 col 56.

      ***** Lecture de la reclamation designee *****
       LectureReclamation.
           exec sql
               select Statut, ISNULL(CodeBanque, ' '), ISNULL(CodeGuichet, ' '),
                      ISNULL(RacineCompte, ' '), ISNULL(TypeCompte, ' '),
                      ISNULL(convert(char(36), IdMouvement), ' '),
                      ISNULL(convert(char(36), IdMouvementGeste), ' '),
                      DateReception
               into :LigneReclamCourante.StatutRc, :LigneReclamCourante.CodeBanqueRc,
                    :LigneReclamCourante.CodeGuichetRc, :LigneReclamCourante.RacineCompteRc,
                    :LigneReclamCourante.TypeCompteRc, :LigneReclamCourante.IdMouvementRc,
                    :LigneReclamCourante.IdMouvementGesteRc,
                    :LigneReclamCourante.DateReceptionRc
               from Reclamation
               where IdReclamation = :IdReclamationCourante
           end-exec.

      ***** Accuse de reception : la reclamation ouverte passe au statut A *****
       AccuseReclamation.
           perform LectureReclamation.
           if StatutRc <> "O" then
               display " ** Accuse deja envoye ou reclamation close ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               UPDATE Reclamation
               SET Statut = 'A',
                   DateAccuse = convert(char(8), getdate(), 112)
               WHERE IdReclamation = :IdReclamationCourante
           end-exec.
           display " ** Accuse de reception enregistre ** " line 25 col 1.

      ***** Geste commercial, un seul par reclamation non close : extourne du mouvement *****
      ***** conteste (meme logique et meme lien ExtourneMouvement que l'extourne de la *****
      ***** saisie mouvement) ou credit du compte concerne sous le code GCO. Le mouvement *****
      ***** genere, son montant et sa date sont portes sur la reclamation *****
       GesteCommercialReclamation.
           perform LectureReclamation.
           if StatutRc = "C" then
               display " ** Reclamation close ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if IdMouvementGesteRc <> " " then
               display " ** Geste commercial deja accorde sur cette reclamation ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if CodeBanqueRc = " " then
               display " ** Pas de compte rattache a la reclamation ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move CodeBanqueRc to CodeBanqueMvt.
           move CodeGuichetRc to CodeGuichetMvt.
           move RacineCompteRc to RacineCompteMvt.
           move TypeCompteRc to TypeCompteMvt.
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 or StatutCompteMvt = "C" then
               display " ** Compte inexistant ou clos ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to TypeGesteReclamSaisi.
           display "Geste : E extourne du mouvement conteste / G credit commercial : " line 23 col 2 with no advancing.
           accept TypeGesteReclamSaisi line 23 col 68.
           inspect TypeGesteReclamSaisi converting "eg" to "EG".
           evaluate TypeGesteReclamSaisi
               when "E"
                   perform PreparationGesteExtourne
               when "G"
                   perform PreparationGesteCredit
               when other
                   exit paragraph
           end-evaluate.
           if MontantMvt = 0 then
               exit paragraph
           end-if.

           move MontantMvt to MontantSaisieEd.
           move "N" to ConfirmationReclam.
           display "Confirmer le geste de " line 24 col 2 with no advancing.
           display MontantSaisieEd line 24 col 24 with no advancing.
           display " (o/N) : " line 24 col 37 with no advancing.
           accept ConfirmationReclam line 24 col 46.
           if ConfirmationReclam <> "o" and ConfirmationReclam <> "O" then
               exit paragraph
           end-if.

           perform LectureCompteMvt.
           perform MiseAJourSoldeCompteMvt.

           exec sql
               select newid() into :IdMouvementExtourne
           end-exec.
           accept DateMouvement of MouvementCompte from date yyyymmdd.
           move DateMouvement of MouvementCompte to DateValeurMvt.
           perform EcritureMouvementExtourne.

           if TypeGesteReclamSaisi = "E" then
               exec sql
                   INSERT INTO ExtourneMouvement
                       (IdMouvementOrigine, IdMouvementExtourne, DateExtourne, CodeOperateur)
                   VALUES
                       (:IdMouvementOrigine, :IdMouvementExtourne, getdate(),
                        :CodeOperateurSigne)
               end-exec
           end-if.

           exec sql
               UPDATE Reclamation
               SET TypeGeste = :TypeGesteReclamSaisi,
                   MontantGeste = :MontantMvt,
                   DateGeste = :MouvementCompte.DateMouvement,
                   IdMouvementGeste = :IdMouvementExtourne
               WHERE IdReclamation = :IdReclamationCourante
           end-exec.
           display " ** Geste commercial enregistre sur la reclamation ** " line 25 col 1.

      ***** Extourne du mouvement conteste : refusee sur une extourne et sur un mouvement *****
      ***** deja extourne ; MontantMvt reste a zero en cas de refus *****
       PreparationGesteExtourne.
           move 0 to MontantMvt.
           if IdMouvementRc = " " then
               display " ** Pas de mouvement conteste sur la reclamation ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move IdMouvementRc to IdMouvementOrigine.
           exec sql
               select DateMouvement, Sens, Montant, ISNULL(CodeOperation, ' '), Libelle
               into :LigneExtCourante.DateMvtExt, :LigneExtCourante.SensExt,
                    :LigneExtCourante.MontantExt, :LigneExtCourante.CodeOpExt,
                    :LigneExtCourante.LibelleExt
               from MouvementCompte
               where IdMouvement = :IdMouvementOrigine
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Mouvement conteste introuvable ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if CodeOpExt of LigneExtCourante = "EXT" then
               display " ** Le mouvement conteste est lui-meme une extourne ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move 0 to NbExtournesTrouve.
           exec sql
               select count(*) into :NbExtournesTrouve from ExtourneMouvement
               where IdMouvementOrigine = :IdMouvementOrigine
           end-exec.
           if NbExtournesTrouve > 0 then
               display " ** Mouvement deja extourne ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           if SensExt of LigneExtCourante = "D" then
               move "C" to SensMvt
           else
               move "D" to SensMvt
           end-if.
           move "EXT" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "EXTOURNE " DateMvtExt of LigneExtCourante " "
               LibelleExt of LigneExtCourante (1:38) delimited by size
               into LibelleMvt.
           move MontantExt of LigneExtCourante to MontantMvt.

      ***** Credit commercial sous le code GCO, libelle renvoyant a la reclamation *****
       PreparationGesteCredit.
           move 0 to MontantMvt.
           move 0 to MontantGesteReclamSaisi.
           display "Montant du geste : " line 24 col 2 with no advancing.
           accept MontantGesteReclamSaisi line 24 col 21.
           if MontantGesteReclamSaisi = 0 then
               display " ** Montant du geste obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move "C" to SensMvt.
           move "GCO" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "GESTE COMMERCIAL RECLAMATION DU " DateReceptionRc delimited by size
               into LibelleMvt.
           move MontantGesteReclamSaisi to MontantMvt.

      ***** Cloture : issue F fondee / P partiellement fondee / N non fondee *****
       ClotureReclamation.
           perform LectureReclamation.
           if StatutRc = "C" then
               display " ** Reclamation deja close ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move " " to IssueReclamSaisie.
           display "Issue : F fondee / P partiellement fondee / N non fondee : " line 23 col 2 with no advancing.
           accept IssueReclamSaisie line 23 col 61.
           inspect IssueReclamSaisie converting "fpn" to "FPN".
           if IssueReclamSaisie <> "F" and IssueReclamSaisie <> "P" and IssueReclamSaisie <> "N" then
               display " ** Issue invalide (F/P/N) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               UPDATE Reclamation
               SET Statut = 'C', Issue = :IssueReclamSaisie,
                   DateCloture = convert(char(8), getdate(), 112)
               WHERE IdReclamation = :IdReclamationCourante
           end-exec.
           display " ** Reclamation close ** " line 25 col 1.

      **********************************************************************************************
      ***** Rapport mensuel des reclamations pour le responsable de la conformite *****
      ***** (Editions reglementaires, option 9 ; mode batch "RECLAMATIONS" + mois AAAAMM, *****
      ***** mois precedent a defaut). Par categorie et guichet : reclamations recues dans le *****
      ***** mois, en cours et en retard a la fin du mois (ou a la date du jour pour le mois *****
      ***** courant), cloturees dans le mois dont hors delai, et gestes commerciaux du mois *****
      **********************************************************************************************
       RapportReclamations.
           perform ResolutionMoisReclamations.
           move 0 to NbGroupesReclamations.
           move 0 to TotalRecuesReclam.
           move 0 to TotalEnCoursReclam.
           move 0 to TotalEnRetardReclam.
           move 0 to TotalClotureesReclam.
           move 0 to TotalHorsDelaiReclam.
           move 0 to TotalGestesReclam.

           move "RECLAMATIONS" to TypeEditionCourant.
           move "RapportReclamations" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierReclamations.
           open output F-Reclamations.
           move corresponding DateSysteme to LigneReclamEntete1.
           move spaces to MoisRapReclamEd.
           string MoisReclamations(5:2) "/" MoisReclamations(1:4) delimited by size
               into MoisRapReclamEd.
           write E-Reclamations from LigneReclamEntete1.
           write E-Reclamations from " ".
           write E-Reclamations from LigneReclamEntete7.
           move 3 to NbLignesReclamations.

           exec sql
               declare C-RapportReclam cursor for
                   select Categorie, ISNULL(CodeGuichet, ' '),
                          sum(case when DateReception >= :DebutMoisReclam
                                   then 1 else 0 end),
                          sum(case when Statut <> 'C' or DateCloture > :DateArreteReclam
                                   then 1 else 0 end),
                          sum(case when (Statut <> 'C' or DateCloture > :DateArreteReclam)
                                    and (DateLimiteReponse < :DateArreteReclam
                                         or (DateLimiteAccuse < :DateArreteReclam
                                             and (DateAccuse is null or DateAccuse > :DateArreteReclam)))
                                   then 1 else 0 end),
                          sum(case when Statut = 'C' and DateCloture >= :DebutMoisReclam
                                    and DateCloture <= :DateArreteReclam
                                   then 1 else 0 end),
                          sum(case when Statut = 'C' and DateCloture >= :DebutMoisReclam
                                    and DateCloture <= :DateArreteReclam
                                    and DateCloture > DateLimiteReponse
                                   then 1 else 0 end),
                          ISNULL(sum(case when DateGeste >= :DebutMoisReclam
                                           and DateGeste <= :DateArreteReclam
                                          then MontantGeste else 0 end), 0)
                   from Reclamation
                   where DateReception <= :DateArreteReclam
                     and (Statut <> 'C' or DateCloture >= :DebutMoisReclam)
                   group by Categorie, ISNULL(CodeGuichet, ' ')
                   order by Categorie, ISNULL(CodeGuichet, ' ')
           end-exec.
           exec sql
               open C-RapportReclam
           end-exec.

           move 0 to BoucleurReclamations.
           perform EditionLigneRapportReclam until BoucleurReclamations = 1.

           exec sql
               close C-RapportReclam
           end-exec.

           move spaces to LigneReclamDetail.
           move "Total" to CategorieReclamEd.
           move TotalRecuesReclam to RecuesReclamEd.
           move TotalEnCoursReclam to EnCoursReclamEd.
           move TotalEnRetardReclam to EnRetardReclamEd.
           move TotalClotureesReclam to ClotureesReclamEd.
           move TotalHorsDelaiReclam to HorsDelaiReclamEd.
           move TotalGestesReclam to GestesReclamEd.
           write E-Reclamations from " ".
           write E-Reclamations from LigneReclamDetail.
           add 2 to NbLignesReclamations.
           close F-Reclamations.

           move "RECLAMATIONS" to TypeEditionCourant.
           move NomFichierReclamations to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesReclamations to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:12) <> "RECLAMATIONS" then
               display "Rapport des reclamations edite, en retard : " line 1 col 1 with no advancing
               display TotalEnRetardReclam line 1 col 45 with no advancing
               display " - Tapez Entree " line 1 col 52 with no advancing
               accept reponse
           end-if.

      ***** Mois demande, ou mois precedent de la date machine a defaut ; arrete a la fin *****
      ***** du mois, ou a la date du jour pour le mois en cours *****
       ResolutionMoisReclamations.
           accept DateJourReclam from date yyyymmdd.
           if MoisReclamations = spaces or MoisReclamations is not numeric then
               move DateJourReclam(1:4) to AnneeReclamNum
               move DateJourReclam(5:2) to MoisReclamNum
               if MoisReclamNum = 1 then
                   subtract 1 from AnneeReclamNum
                   move 12 to MoisReclamNum
               else
                   subtract 1 from MoisReclamNum
               end-if
               move MoisReclamCompose to MoisReclamations
           end-if.
           move spaces to DebutMoisReclam.
           string MoisReclamations "01" delimited by size into DebutMoisReclam.
           move spaces to DateArreteReclam.
           string MoisReclamations "31" delimited by size into DateArreteReclam.
           if DateJourReclam < DateArreteReclam then
               move DateJourReclam to DateArreteReclam
           end-if.

       EditionLigneRapportReclam.
           exec sql
               fetch C-RapportReclam into :CategorieRapReclam, :GuichetRapReclam,
                   :NbRecuesReclam, :NbEnCoursReclam, :NbEnRetardReclam,
                   :NbClotureesReclam, :NbHorsDelaiReclam, :MontantGestesReclam
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurReclamations
               exit paragraph
           end-if.

           add 1 to NbGroupesReclamations.
           add NbRecuesReclam to TotalRecuesReclam.
           add NbEnCoursReclam to TotalEnCoursReclam.
           add NbEnRetardReclam to TotalEnRetardReclam.
           add NbClotureesReclam to TotalClotureesReclam.
           add NbHorsDelaiReclam to TotalHorsDelaiReclam.
           add MontantGestesReclam to TotalGestesReclam.
           move spaces to LigneReclamDetail.
           evaluate CategorieRapReclam
               when "F"
                   move "Frais contestes" to CategorieReclamEd
               when "D"
                   move "Debit errone" to CategorieReclamEd
               when "C"
                   move "Cheque perdu ou vole" to CategorieReclamEd
               when other
                   move "Autre" to CategorieReclamEd
           end-evaluate.
           if GuichetRapReclam = " " then
               move "-" to GuichetReclamEd
           else
               move GuichetRapReclam to GuichetReclamEd
           end-if.
           move NbRecuesReclam to RecuesReclamEd.
           move NbEnCoursReclam to EnCoursReclamEd.
           move NbEnRetardReclam to EnRetardReclamEd.
           move NbClotureesReclam to ClotureesReclamEd.
           move NbHorsDelaiReclam to HorsDelaiReclamEd.
           move MontantGestesReclam to GestesReclamEd.
           write E-Reclamations from LigneReclamDetail.
           add 1 to NbLignesReclamations.

      **********************************************************************************************
      ***** Recapitulatif annuel des frais bancaires (editions reglementaires, option A) *****
      ***** Un document par client ayant supporte des frais dans l'annee : bloc adresse *****
      ***** comme les releves mensuels, puis pour chacun de ses comptes les frais du mois *****
      ***** par categorie (tenue et services FRS, incidents FRI, agios AGI, autres codes de *****
      ***** la famille FRAIS) et les frais rembourses par extourne, avec total du compte et *****
      ***** total du client. Fichier a plat pour la diffusion par releve electronique et *****
      ***** controle final contre la somme brute des mouvements de frais de l'annee. Peut *****
      ***** etre lance sans surveillance avec ModeBatch = "RECAPFRAIS" + annee AAAA *****
      **********************************************************************************************
       RecapAnnuelFrais.
           perform RecapAnnuelFrais-Init.
           perform RecapAnnuelFrais-Trt until RecapFrais-iterator = 1.
           perform RecapAnnuelFrais-Fin.

       RecapAnnuelFrais-Init.
           move 0 to RecapFrais-iterator.
           move 0 to NbClientsRecapFrais.
           move 0 to NbLignesRecapFrais.
           move 0 to TotalDocumentsFrais.
           move spaces to CodeClientRecapPrec.
           move spaces to CompteRecapPrec.

      ***** Annee par defaut : l'annee precedant la date machine (run de janvier) *****
           if AnneeRecapFrais = spaces or AnneeRecapFrais is not numeric then
               accept DateDebutRecapFrais from date yyyymmdd
               move DateDebutRecapFrais(1:4) to AnneeRecapFraisNum
               subtract 1 from AnneeRecapFraisNum
               move AnneeRecapFraisNum to AnneeRecapFrais
           end-if.
           move spaces to DateDebutRecapFrais.
           string AnneeRecapFrais "0101" delimited by size into DateDebutRecapFrais.
           move spaces to DateFinRecapFrais.
           string AnneeRecapFrais "1231" delimited by size into DateFinRecapFrais.
           move AnneeRecapFrais to AnneeRecapFraisEd of LigneRecapFraisEntete1.

      ***** Une ligne par client, compte et mois : frais debites par categorie et frais *****
      ***** rembourses (extourne d'un mouvement de frais) *****
           exec sql
               declare C-RecapFrais cursor for
                   select Client.CodeClient, Client.Nom, Client.Prenom,
                          Client.Adresse, Client.CodePostal, Client.Ville,
                          ISNULL(Client.Email, ' '),
                          Compte.CodeBanque, Compte.CodeGuichet,
                          Compte.RacineCompte, Compte.TypeCompte,
                          substring(MouvementCompte.DateMouvement, 5, 2),
                          sum(case when MouvementCompte.Sens = 'D'
                                    and MouvementCompte.CodeOperation = 'FRS'
                              then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.Sens = 'D'
                                    and MouvementCompte.CodeOperation = 'FRI'
                              then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.Sens = 'D'
                                    and MouvementCompte.CodeOperation = 'AGI'
                              then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.Sens = 'D'
                                    and MouvementCompte.CodeOperation not in ('FRS', 'FRI', 'AGI')
                              then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.Sens = 'C'
                              then MouvementCompte.Montant else 0 end)
                   from Client
                   join Compte on Compte.CodeClient = Client.CodeClient
                   join MouvementCompte
                     on MouvementCompte.CodeBanque = Compte.CodeBanque
                    and MouvementCompte.CodeGuichet = Compte.CodeGuichet
                    and MouvementCompte.RacineCompte = Compte.RacineCompte
                    and MouvementCompte.TypeCompte = Compte.TypeCompte
                   left join CodeOperation
                     on CodeOperation.CodeOperation = MouvementCompte.CodeOperation
                   left join ExtourneMouvement
                     on ExtourneMouvement.IdMouvementExtourne = MouvementCompte.IdMouvement
                   left join MouvementCompte MouvementOrigine
                     on MouvementOrigine.IdMouvement = ExtourneMouvement.IdMouvementOrigine
                   left join CodeOperation CodeOperationOrigine
                     on CodeOperationOrigine.CodeOperation = MouvementOrigine.CodeOperation
                   where left(MouvementCompte.DateMouvement, 8) between :DateDebutRecapFrais
                                                                   and :DateFinRecapFrais
                     and ((MouvementCompte.Sens = 'D'
                           and (MouvementCompte.CodeOperation in ('FRS', 'FRI', 'AGI')
                                or CodeOperation.Famille = 'FRAIS'))
                       or (MouvementCompte.Sens = 'C'
                           and MouvementCompte.CodeOperation = 'EXT'
                           and MouvementOrigine.Sens = 'D'
                           and (MouvementOrigine.CodeOperation in ('FRS', 'FRI', 'AGI')
                                or CodeOperationOrigine.Famille = 'FRAIS')))
                   group by Client.CodeClient, Client.Nom, Client.Prenom,
                       Client.Adresse, Client.CodePostal, Client.Ville, Client.Email,
                       Compte.CodeBanque, Compte.CodeGuichet,
                       Compte.RacineCompte, Compte.TypeCompte,
                       substring(MouvementCompte.DateMouvement, 5, 2)
                   order by Client.Nom, Client.CodeClient, Compte.CodeBanque,
                       Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte,
                       substring(MouvementCompte.DateMouvement, 5, 2)
           end-exec.

           exec sql
               open C-RecapFrais
           end-exec.

           move "RECAP FRAIS" to TypeEditionCourant.
           move "RecapAnnuelFrais" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRecapFrais.
           open output F-RecapFrais.

           move "DIFFUSION FRAIS" to TypeEditionCourant.
           move "DiffusionFrais" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierDiffusionFrais.
           open output F-DiffusionFrais.

           if ModeBatch(1:10) <> "RECAPFRAIS" then
               display "EDITION DU RECAPITULATIF ANNUEL DES FRAIS EN COURS..." line 1 col 1
           end-if.

      ***** Ruptures sur le client puis sur le compte, une ligne editee par mois *****
       RecapAnnuelFrais-Trt.
           exec sql
               fetch C-RecapFrais into :LigneRecapFraisCourante.CodeClientRf,
                   :LigneRecapFraisCourante.NomRf,
                   :LigneRecapFraisCourante.PrenomRf,
                   :LigneRecapFraisCourante.AdresseRf,
                   :LigneRecapFraisCourante.CodePostalRf,
                   :LigneRecapFraisCourante.VilleRf,
                   :LigneRecapFraisCourante.EmailRf,
                   :LigneRecapFraisCourante.CodeBanqueRf,
                   :LigneRecapFraisCourante.CodeGuichetRf,
                   :LigneRecapFraisCourante.RacineCompteRf,
                   :LigneRecapFraisCourante.TypeCompteRf,
                   :LigneRecapFraisCourante.MoisRf,
                   :LigneRecapFraisCourante.TenueRf,
                   :LigneRecapFraisCourante.IncidentsRf,
                   :LigneRecapFraisCourante.AgiosRf,
                   :LigneRecapFraisCourante.AutresRf,
                   :LigneRecapFraisCourante.RembourseRf
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to RecapFrais-iterator
               exit paragraph
           end-if.

           move CompteRf to CompteRecapCourant.
           if CodeClientRf <> CodeClientRecapPrec then
               if CodeClientRecapPrec <> spaces then
                   perform FinCompteRecapFrais
                   perform FinClientRecapFrais
               end-if
               perform DebutClientRecapFrais
               perform DebutCompteRecapFrais
           else
               if CompteRecapCourant <> CompteRecapPrec then
                   perform FinCompteRecapFrais
                   perform DebutCompteRecapFrais
               end-if
           end-if.
           perform EditionMoisRecapFrais.

       RecapAnnuelFrais-Fin.
           if CodeClientRecapPrec <> spaces then
               perform FinCompteRecapFrais
               perform FinClientRecapFrais
           end-if.
           exec sql
               close C-RecapFrais
           end-exec.

      ***** Controle : le total net des documents doit egaler la somme brute des *****
      ***** mouvements de frais de l'annee moins leurs extournes (un ecart trahit un *****
      ***** compte sans client rattache) *****
           move 0 to TotalMvtFrais.
           move 0 to TotalRembMvtFrais.
           exec sql
               select ISNULL(sum(case when MouvementCompte.Sens = 'D'
                                 then MouvementCompte.Montant else 0 end), 0),
                      ISNULL(sum(case when MouvementCompte.Sens = 'C'
                                 then MouvementCompte.Montant else 0 end), 0)
               into :TotalMvtFrais, :TotalRembMvtFrais
               from MouvementCompte
               left join CodeOperation
                 on CodeOperation.CodeOperation = MouvementCompte.CodeOperation
               left join ExtourneMouvement
                 on ExtourneMouvement.IdMouvementExtourne = MouvementCompte.IdMouvement
               left join MouvementCompte MouvementOrigine
                 on MouvementOrigine.IdMouvement = ExtourneMouvement.IdMouvementOrigine
               left join CodeOperation CodeOperationOrigine
                 on CodeOperationOrigine.CodeOperation = MouvementOrigine.CodeOperation
               where left(MouvementCompte.DateMouvement, 8) between :DateDebutRecapFrais
                                                               and :DateFinRecapFrais
                 and ((MouvementCompte.Sens = 'D'
                       and (MouvementCompte.CodeOperation in ('FRS', 'FRI', 'AGI')
                            or CodeOperation.Famille = 'FRAIS'))
                   or (MouvementCompte.Sens = 'C'
                       and MouvementCompte.CodeOperation = 'EXT'
                       and MouvementOrigine.Sens = 'D'
                       and (MouvementOrigine.CodeOperation in ('FRS', 'FRI', 'AGI')
                            or CodeOperationOrigine.Famille = 'FRAIS')))
           end-exec.
           compute TotalNetMvtFrais = TotalMvtFrais - TotalRembMvtFrais.

           move TotalDocumentsFrais to TotalDocFraisEd of LigneRecapFraisCtl1.
           move TotalNetMvtFrais to TotalMvtFraisEd of LigneRecapFraisCtl2.
           if TotalDocumentsFrais = TotalNetMvtFrais then
               move "CONFORME" to ConformiteFraisEd of LigneRecapFraisCtl2
           else
               move "** ECART" to ConformiteFraisEd of LigneRecapFraisCtl2
           end-if.
           write E-RecapFrais from " ".
           write E-RecapFrais from LigneRecapFraisCtl1.
           write E-RecapFrais from LigneRecapFraisCtl2.
           add 3 to NbLignesRecapFrais.
           close F-RecapFrais.

      ***** Enregistrement TOTAL en queue du fichier de diffusion *****
           move NbClientsRecapFrais to NbClientsDfTot of LigneDiffusionFraisTotal.
           move TotalDocumentsFrais to NetDfTot of LigneDiffusionFraisTotal.
           write E-DiffusionFrais from LigneDiffusionFraisTotal.
           close F-DiffusionFrais.

           move "RECAP FRAIS" to TypeEditionCourant.
           move NomFichierRecapFrais to NomFichierEditionCourant.
           move NbClientsRecapFrais to NbPagesCatalogue.
           move NbLignesRecapFrais to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           move "DIFFUSION FRAIS" to TypeEditionCourant.
           move NomFichierDiffusionFrais to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           compute NbLignesCatalogue = NbClientsRecapFrais + 1.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:10) <> "RECAPFRAIS" then
               display "Recapitulatifs des frais edites : " line 1 col 1 with no advancing
               display NbClientsRecapFrais line 1 col 35 with no advancing
               display " - Tapez Entree " line 1 col 42 with no advancing
               accept reponse
           end-if.

      ***** Nouveau document : en-tete, bloc adresse du client (comme les releves *****
      ***** mensuels), identite reprise pour la ligne du fichier de diffusion *****
       DebutClientRecapFrais.
           add 1 to NbClientsRecapFrais.
           move CodeClientRf to CodeClientRecapPrec.
           initialize CumulClientFrais.

           write E-RecapFrais from LigneRecapFraisEntete1.
           write E-RecapFrais from LigneRecapFraisEntete2.
           write E-RecapFrais from " ".
           move NomRf to NomClientIfuEd of LigneIfuClient1.
           move PrenomRf to PrenomClientIfuEd of LigneIfuClient1.
           move AdresseRf to AdresseClientIfuEd of LigneIfuClient2.
           move CodePostalRf to CodePostalClientIfuEd of LigneIfuClient3.
           move VilleRf to VilleClientIfuEd of LigneIfuClient3.
           write E-RecapFrais from LigneIfuClient1.
           write E-RecapFrais from LigneIfuClient2.
           write E-RecapFrais from LigneIfuClient3.
           add 6 to NbLignesRecapFrais.

           move CodeClientRf to CodeClientDfEd of LigneDiffusionFrais.
           move NomRf to NomDfEd of LigneDiffusionFrais.
           move PrenomRf to PrenomDfEd of LigneDiffusionFrais.
           move EmailRf to EmailDfEd of LigneDiffusionFrais.
           move AnneeRecapFrais to AnneeDfEd of LigneDiffusionFrais.

       DebutCompteRecapFrais.
           move CompteRecapCourant to CompteRecapPrec.
           initialize CumulCompteFrais.
           move CodeBanqueRf to CodeBanqueRfEd of LigneRecapFraisCompte.
           move CodeGuichetRf to CodeGuichetRfEd of LigneRecapFraisCompte.
           move RacineCompteRf to RacineCompteRfEd of LigneRecapFraisCompte.
           move TypeCompteRf to TypeCompteRfEd of LigneRecapFraisCompte.
           write E-RecapFrais from " ".
           write E-RecapFrais from LigneRecapFraisCompte.
           write E-RecapFrais from LigneRecapFraisTitres.
           add 3 to NbLignesRecapFrais.

      ***** Ligne du mois MM/AAAA et cumul sur le compte *****
       EditionMoisRecapFrais.
           add TenueRf to TenueCf.
           add IncidentsRf to IncidentsCf.
           add AgiosRf to AgiosCf.
           add AutresRf to AutresCf.
           add RembourseRf to RembourseCf.

           move spaces to LibelleRecapFraisEd.
           string MoisRf "/" AnneeRecapFrais delimited by size into LibelleRecapFraisEd.
           move TenueRf to TenueRfEd.
           move IncidentsRf to IncidentsRfEd.
           move AgiosRf to AgiosRfEd.
           move AutresRf to AutresRfEd.
           move RembourseRf to RembourseRfEd.
           compute NetMoisRecapFrais = TenueRf + IncidentsRf + AgiosRf + AutresRf - RembourseRf.
           move NetMoisRecapFrais to NetRfEd.
           write E-RecapFrais from LigneRecapFraisDetail.
           add 1 to NbLignesRecapFrais.

      ***** Total du compte, reporte sur le client *****
       FinCompteRecapFrais.
           add TenueCf to TenueCc.
           add IncidentsCf to IncidentsCc.
           add AgiosCf to AgiosCc.
           add AutresCf to AutresCc.
           add RembourseCf to RembourseCc.

           move "Compte" to LibelleRecapFraisEd.
           move TenueCf to TenueRfEd.
           move IncidentsCf to IncidentsRfEd.
           move AgiosCf to AgiosRfEd.
           move AutresCf to AutresRfEd.
           move RembourseCf to RembourseRfEd.
           compute NetMoisRecapFrais = TenueCf + IncidentsCf + AgiosCf + AutresCf - RembourseCf.
           move NetMoisRecapFrais to NetRfEd.
           write E-RecapFrais from LigneRecapFraisDetail.
           add 1 to NbLignesRecapFrais.

      ***** Total du client : fin du document et ligne du fichier de diffusion *****
       FinClientRecapFrais.
           move "Total" to LibelleRecapFraisEd.
           move TenueCc to TenueRfEd.
           move IncidentsCc to IncidentsRfEd.
           move AgiosCc to AgiosRfEd.
           move AutresCc to AutresRfEd.
           move RembourseCc to RembourseRfEd.
           compute NetMoisRecapFrais = TenueCc + IncidentsCc + AgiosCc + AutresCc - RembourseCc.
           add NetMoisRecapFrais to TotalDocumentsFrais.
           move NetMoisRecapFrais to NetRfEd.
           write E-RecapFrais from " ".
           write E-RecapFrais from LigneRecapFraisDetail.
           write E-RecapFrais from LigneRecapFraisSeparation.
           add 3 to NbLignesRecapFrais.

           move TenueCc to TenueDfEd of LigneDiffusionFrais.
           move IncidentsCc to IncidentsDfEd of LigneDiffusionFrais.
           move AgiosCc to AgiosDfEd of LigneDiffusionFrais.
           move AutresCc to AutresDfEd of LigneDiffusionFrais.
           move RembourseCc to RembourseDfEd of LigneDiffusionFrais.
           move NetMoisRecapFrais to NetDfEd of LigneDiffusionFrais.
           write E-DiffusionFrais from LigneDiffusionFrais.

      **********************************************************************************************
      ***** Surveillance des operations LCB-FT (sous-menu Consultations, option 9) *****
      ***** Liste des dossiers d'alerte (ouverts a defaut, tous sur [T]), revue d'un dossier *****
      ***** avec ses mouvements, decision et historique ; lancement de la surveillance a la *****
      ***** demande, parametrage des scenarios et des pays surveilles reserves au profil A *****
      **********************************************************************************************
       GestionSurveillanceLcb.
           move "O" to FiltreDossiersLbc.
           move 0 to SurveillanceLbc-iterator.
           perform GestionSurveillanceLcb-Trt until SurveillanceLbc-iterator = 1.

       GestionSurveillanceLcb-Trt.
           perform AffichageListeDossiersLbc.
           move " " to OptionSurveillanceLbc.
           display "[V]oir / [L]ancer / [T]ous-ouverts / [S]cenarios / [P]ays / autre = retour : " line 21 col 2 with no advancing.
           accept OptionSurveillanceLbc line 21 col 79.
           inspect OptionSurveillanceLbc converting "vltsp" to "VLTSP".

           evaluate OptionSurveillanceLbc
               when "V"
                   move 0 to NoDossierLbcSaisi
                   display "Dossier No : " line 22 col 2 with no advancing
                   accept NoDossierLbcSaisi line 22 col 15
                   if NoDossierLbcSaisi > 0 and NoDossierLbcSaisi <= MaxDossierLbc then
                       move IdDossierLbcEcran(NoDossierLbcSaisi) to IdAlerteLbc
                       perform DossierAlerteLbc
                   end-if
               when "L"
                   move spaces to DateJourLbc
                   perform SurveillanceLcb
               when "T"
                   if FiltreDossiersLbc = "O" then
                       move "T" to FiltreDossiersLbc
                   else
                       move "O" to FiltreDossiersLbc
                   end-if
               when "S"
                   if ProfilOperateur <> "A" then
                       display " ** Parametrage des scenarios reserve au profil A ** " line 25 col 1 bell blink
                   else
                       perform ParametrageScenariosLbc
                   end-if
               when "P"
                   if ProfilOperateur <> "A" then
                       display " ** Liste des pays surveilles reservee au profil A ** " line 25 col 1 bell blink
                   else
                       perform GestionPaysSurveilles
                   end-if
               when other
                   move 1 to SurveillanceLbc-iterator
           end-evaluate.

      ***** Liste numerotee des dossiers, les plus recents d'abord (15 au plus) *****
       AffichageListeDossiersLbc.
           display " " line 1 col 1 blank screen.
           if FiltreDossiersLbc = "O" then
               display "DOSSIERS LCB-FT OUVERTS" line 2 col 25
           else
               display "DOSSIERS LCB-FT (TOUS STATUTS)" line 2 col 25
           end-if.
           display "No  Detecte  Sc  Nom             Gui   Racine    Ty       Montant   Nb  St" line 4 col 1.

           move 0 to MaxDossierLbc.
           move 0 to NoDossierLbcSaisi.
           move 4 to NoLigneLbc.
           move 0 to BoucleurLbc.

           exec sql
               declare C-ListeDossiersLbc cursor for
                   select AlerteLbc.IdAlerte, AlerteLbc.DateDetection, AlerteLbc.CodeScenario,
                          ISNULL(Client.Nom, ' '), ISNULL(AlerteLbc.CodeGuichet, ' '),
                          ISNULL(AlerteLbc.RacineCompte, ' '), ISNULL(AlerteLbc.TypeCompte, ' '),
                          AlerteLbc.Montant, AlerteLbc.NbMouvements, AlerteLbc.Statut
                   from AlerteLbc
                   left join Client on Client.CodeClient = AlerteLbc.CodeClient
                   where :FiltreDossiersLbc = 'T' or AlerteLbc.Statut = 'O'
                   order by AlerteLbc.DateDetection DESC, AlerteLbc.CodeScenario
           end-exec.
           exec sql
               open C-ListeDossiersLbc
           end-exec.

           perform AffichageLigneDossierLbc until BoucleurLbc = 1.

           exec sql
               close C-ListeDossiersLbc
           end-exec.

           if MaxDossierLbc = 0 then
               display "Aucun dossier" line 6 col 5
           end-if.

       AffichageLigneDossierLbc.
           exec sql
               fetch C-ListeDossiersLbc into :LigneDossierLbcCourante.IdAlerteLc,
                   :LigneDossierLbcCourante.DateDetectionLc,
                   :LigneDossierLbcCourante.CodeScenarioLc,
                   :LigneDossierLbcCourante.NomLc,
                   :LigneDossierLbcCourante.CodeGuichetLc,
                   :LigneDossierLbcCourante.RacineCompteLc,
                   :LigneDossierLbcCourante.TypeCompteLc,
                   :LigneDossierLbcCourante.MontantLc,
                   :LigneDossierLbcCourante.NbMouvementsLc,
                   :LigneDossierLbcCourante.StatutLc
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxDossierLbc < 15 then
               add 1 to MaxDossierLbc
               move MaxDossierLbc to NoDossierLbcSaisi
               move IdAlerteLc to IdDossierLbcEcran(MaxDossierLbc)
               add 1 to NoLigneLbc
               display NoDossierLbcSaisi line NoLigneLbc col 1 with no advancing
               display DateDetectionLc line NoLigneLbc col 5 with no advancing
               display CodeScenarioLc line NoLigneLbc col 14 with no advancing
               display NomLc line NoLigneLbc col 18 with no advancing
               display CodeGuichetLc line NoLigneLbc col 34 with no advancing
               display RacineCompteLc line NoLigneLbc col 40 with no advancing
               display TypeCompteLc line NoLigneLbc col 50 with no advancing
               move MontantLc to MontantLbcEd
               display MontantLbcEd line NoLigneLbc col 53 with no advancing
               move NbMouvementsLc to NbMouvementsLbcEd
               display NbMouvementsLbcEd line NoLigneLbc col 67 with no advancing
               display StatutLc line NoLigneLbc col 73
           else
               move 1 to BoucleurLbc
           end-if.

      **********************************************************************************************
      ***** Revue d'un dossier : detail, mouvements rattaches (9 par page), decision F faux *****
      ***** positif ou D declaration de soupcon avec commentaire obligatoire, commentaire *****
      ***** libre, consultation de l'historique. La declaration elle-meme est deposee par *****
      ***** le responsable conformite ; le dossier en garde la trace (statut D) *****
      **********************************************************************************************
       DossierAlerteLbc.
           move 0 to PremierMvtLbc.
           move 0 to DossierLbc-iterator.
           perform DossierAlerteLbc-Trt until DossierLbc-iterator = 1.

       DossierAlerteLbc-Trt.
           perform LectureDossierLbc.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Dossier introuvable ** " line 25 col 1 bell blink
               move 1 to DossierLbc-iterator
               exit paragraph
           end-if.
           perform AffichageDossierLbc.
           perform AffichageMouvementsDossierLbc.

           move " " to DecisionLbcSaisie.
           display "[F]aux positif / [D]eclaration de soupcon / [K] commentaire / [H]istorique" line 21 col 2.
           display "[M]ouvements suivants / autre = retour : " line 22 col 2 with no advancing.
           accept DecisionLbcSaisie line 22 col 43.
           inspect DecisionLbcSaisie converting "fdkhm" to "FDKHM".

           evaluate DecisionLbcSaisie
               when "F"
               when "D"
                   perform DecisionDossierLbc
               when "K"
                   perform CommentaireDossierLbc
               when "H"
                   perform HistoriqueDossierLbc
               when "M"
                   if SuiteMvtLbc = "O" then
                       add 9 to PremierMvtLbc
                   else
                       move 0 to PremierMvtLbc
                   end-if
               when other
                   move 1 to DossierLbc-iterator
           end-evaluate.

       LectureDossierLbc.
           exec sql
               select AlerteLbc.IdAlerte, AlerteLbc.DateDetection, AlerteLbc.CodeScenario,
                      AlerteLbc.CodeClient, ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '),
                      ISNULL(AlerteLbc.CodeBanque, ' '), ISNULL(AlerteLbc.CodeGuichet, ' '),
                      ISNULL(AlerteLbc.RacineCompte, ' '), ISNULL(AlerteLbc.TypeCompte, ' '),
                      AlerteLbc.Montant, AlerteLbc.NbMouvements, AlerteLbc.Description,
                      AlerteLbc.Statut, ISNULL(AlerteLbc.DateDecision, ' '),
                      ISNULL(AlerteLbc.CodeOperateurDecision, ' ')
               into :LigneDossierLbcCourante.IdAlerteLc,
                    :LigneDossierLbcCourante.DateDetectionLc,
                    :LigneDossierLbcCourante.CodeScenarioLc,
                    :LigneDossierLbcCourante.CodeClientLc,
                    :LigneDossierLbcCourante.NomLc,
                    :LigneDossierLbcCourante.PrenomLc,
                    :LigneDossierLbcCourante.CodeBanqueLc,
                    :LigneDossierLbcCourante.CodeGuichetLc,
                    :LigneDossierLbcCourante.RacineCompteLc,
                    :LigneDossierLbcCourante.TypeCompteLc,
                    :LigneDossierLbcCourante.MontantLc,
                    :LigneDossierLbcCourante.NbMouvementsLc,
                    :LigneDossierLbcCourante.DescriptionLc,
                    :LigneDossierLbcCourante.StatutLc,
                    :LigneDossierLbcCourante.DateDecisionLc,
                    :LigneDossierLbcCourante.OperateurDecisionLc
               from AlerteLbc
               left join Client on Client.CodeClient = AlerteLbc.CodeClient
               where AlerteLbc.IdAlerte = :IdAlerteLbc
           end-exec.

       AffichageDossierLbc.
           display " " line 1 col 1 blank screen.
           display "DOSSIER DE SURVEILLANCE LCB-FT" line 2 col 25.
           display "Scenario : " line 4 col 2 with no advancing.
           display CodeScenarioLc line 4 col 13 with no advancing.
           display "Detecte le : " line 4 col 20 with no advancing.
           display DateDetectionLc line 4 col 33 with no advancing.
           display "Statut : " line 4 col 45 with no advancing.
           evaluate StatutLc
               when "O"
                   display "ouvert" line 4 col 54
               when "F"
                   display "clos, faux positif" line 4 col 54
               when "D"
                   display "declare en soupcon" line 4 col 54
           end-evaluate.
           display "Client   : " line 5 col 2 with no advancing.
           display NomLc line 5 col 13 with no advancing.
           display PrenomLc line 5 col 29.
           display "Compte   : " line 6 col 2 with no advancing.
           if CodeBanqueLc = " " then
               display "tous comptes du client" line 6 col 13
           else
               display CodeBanqueLc line 6 col 13 with no advancing
               display CodeGuichetLc line 6 col 19 with no advancing
               display RacineCompteLc line 6 col 25 with no advancing
               display TypeCompteLc line 6 col 35
           end-if.
           display "Montant  : " line 7 col 2 with no advancing.
           move MontantLc to MontantLbcEd.
           display MontantLbcEd line 7 col 13 with no advancing.
           display "Mouvements : " line 7 col 30 with no advancing.
           move NbMouvementsLc to NbMouvementsLbcEd.
           display NbMouvementsLbcEd line 7 col 43.
           display DescriptionLc line 8 col 2.
           if StatutLc <> "O" then
               display "Decision du " line 9 col 2 with no advancing
               display DateDecisionLc line 9 col 14 with no advancing
               display " par " line 9 col 22 with no advancing
               display OperateurDecisionLc line 9 col 27
           end-if.

      ***** Mouvements rattaches au dossier, a partir du rang PremierMvtLbc + 1 *****
       AffichageMouvementsDossierLbc.
           display "Date      Gui   Racine    Ty S       Montant Op  Libelle" line 10 col 1.
           move 0 to RangMvtLbc.
           move 0 to NbLignesMvtLbc.
           move 10 to NoLigneMvtLbc.
           move "N" to SuiteMvtLbc.
           move 0 to BoucleurLbc.

           exec sql
               declare C-MvtDossierLbc cursor for
                   select left(MouvementCompte.DateMouvement, 8), MouvementCompte.CodeGuichet,
                          MouvementCompte.RacineCompte, MouvementCompte.TypeCompte,
                          MouvementCompte.Sens, MouvementCompte.Montant,
                          ISNULL(MouvementCompte.CodeOperation, ' '), MouvementCompte.Libelle
                   from AlerteLbcMouvement
                   join MouvementCompte
                     on MouvementCompte.IdMouvement = AlerteLbcMouvement.IdMouvement
                   where AlerteLbcMouvement.IdAlerte = :IdAlerteLbc
                   order by MouvementCompte.DateMouvement
           end-exec.
           exec sql
               open C-MvtDossierLbc
           end-exec.

           perform AffichageLigneMvtDossierLbc until BoucleurLbc = 1.

           exec sql
               close C-MvtDossierLbc
           end-exec.

       AffichageLigneMvtDossierLbc.
           exec sql
               fetch C-MvtDossierLbc into :LigneMvtLbcCourante.DateMvtLm,
                   :LigneMvtLbcCourante.CodeGuichetLm,
                   :LigneMvtLbcCourante.RacineCompteLm,
                   :LigneMvtLbcCourante.TypeCompteLm,
                   :LigneMvtLbcCourante.SensLm,
                   :LigneMvtLbcCourante.MontantLm,
                   :LigneMvtLbcCourante.CodeOpLm,
                   :LigneMvtLbcCourante.LibelleLm
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurLbc
               exit paragraph
           end-if.
           add 1 to RangMvtLbc.
           if RangMvtLbc <= PremierMvtLbc then
               exit paragraph
           end-if.
           if NbLignesMvtLbc = 9 then
               move "O" to SuiteMvtLbc
               display "... mouvements suivants sur [M]" line 20 col 2
               move 1 to BoucleurLbc
               exit paragraph
           end-if.
           add 1 to NbLignesMvtLbc.
           add 1 to NoLigneMvtLbc.
           display DateMvtLm line NoLigneMvtLbc col 1 with no advancing.
           display CodeGuichetLm line NoLigneMvtLbc col 11 with no advancing.
           display RacineCompteLm line NoLigneMvtLbc col 17 with no advancing.
           display TypeCompteLm line NoLigneMvtLbc col 27 with no advancing.
           display SensLm line NoLigneMvtLbc col 30 with no advancing.
           move MontantLm to MontantLbcEd.
           display MontantLbcEd line NoLigneMvtLbc col 32 with no advancing.
           display CodeOpLm line NoLigneMvtLbc col 46 with no advancing.
           display LibelleLm(1:30) line NoLigneMvtLbc col 50.

      ***** Decision sur un dossier ouvert : F clos faux positif, D declare en soupcon *****
       DecisionDossierLbc.
           if StatutLc <> "O" then
               display " ** Dossier deja decide ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move spaces to CommentaireLbc.
           display "Motif : " line 23 col 2 with no advancing.
           accept CommentaireLbc line 23 col 10.
           if CommentaireLbc = " " then
               display " ** Motif de la decision obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               UPDATE AlerteLbc
               SET Statut = :DecisionLbcSaisie,
                   DateDecision = convert(char(8), getdate(), 112),
                   CodeOperateurDecision = :CodeOperateurSigne
               WHERE IdAlerte = :IdAlerteLbc and Statut = 'O'
           end-exec.
           move DecisionLbcSaisie to ActionLbc.
           perform EcritureHistoriqueLbc.
           if DecisionLbcSaisie = "D" then
               display " ** Dossier declare : declaration de soupcon a deposer par la conformite ** " line 25 col 1
           else
               display " ** Dossier clos en faux positif ** " line 25 col 1
           end-if.

       CommentaireDossierLbc.
           move spaces to CommentaireLbc.
           display "Commentaire : " line 23 col 2 with no advancing.
           accept CommentaireLbc line 23 col 16.
           if CommentaireLbc = " " then
               exit paragraph
           end-if.
           move "K" to ActionLbc.
           perform EcritureHistoriqueLbc.
           display " ** Commentaire ajoute au dossier ** " line 25 col 1.

      ***** Une ligne d'historique par creation, commentaire et decision *****
       EcritureHistoriqueLbc.
           exec sql
               INSERT INTO AlerteLbcHistorique
                   (IdAlerte, DateAction, CodeOperateur, Action, Commentaire)
               VALUES
                   (:IdAlerteLbc, getdate(), :CodeOperateurSigne, :ActionLbc,
                    rtrim(:CommentaireLbc))
           end-exec.

       HistoriqueDossierLbc.
           display " " line 1 col 1 blank screen.
           display "HISTORIQUE DU DOSSIER LCB-FT" line 2 col 25.
           display "Date                Operateur Ac Commentaire" line 4 col 1.
           move 4 to NoLigneLbc.
           move 0 to BoucleurLbc.

           exec sql
               declare C-HistoDossierLbc cursor for
                   select convert(varchar(19), DateAction, 120), CodeOperateur, Action,
                          ISNULL(Commentaire, ' ')
                   from AlerteLbcHistorique
                   where IdAlerte = :IdAlerteLbc
                   order by DateAction
           end-exec.
           exec sql
               open C-HistoDossierLbc
           end-exec.

           perform AffichageLigneHistoLbc until BoucleurLbc = 1.

           exec sql
               close C-HistoDossierLbc
           end-exec.

           display "Tapez Entree " line 21 col 2 with no advancing.
           accept reponse.

       AffichageLigneHistoLbc.
           exec sql
               fetch C-HistoDossierLbc into :LigneHistoLbcCourante.DateActionLh,
                   :LigneHistoLbcCourante.OperateurLh,
                   :LigneHistoLbcCourante.ActionLh,
                   :LigneHistoLbcCourante.CommentaireLh
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and NoLigneLbc < 19 then
               add 1 to NoLigneLbc
               display DateActionLh line NoLigneLbc col 1 with no advancing
               display OperateurLh line NoLigneLbc col 21 with no advancing
               display ActionLh line NoLigneLbc col 31 with no advancing
               display CommentaireLh line NoLigneLbc col 34
           else
               move 1 to BoucleurLbc
           end-if.

      **********************************************************************************************
      ***** Surveillance des operations au jour DateJourLbc (jour machine a defaut) : les *****
      ***** scenarios actifs sont passes l'un apres l'autre sur MouvementCompte ; un *****
      ***** mouvement deja rattache a un dossier du meme scenario ne declenche plus rien, *****
      ***** la surveillance peut donc etre relancee sans doublon. Mode batch "SURVEILLANCE" *****
      **********************************************************************************************
       SurveillanceLcb.
           if DateJourLbc = spaces or DateJourLbc is not numeric then
               accept DateJourLbc from date yyyymmdd
           end-if.
           move 0 to NbAlertesLbc.

           move "STR" to CodeScenarioLbc.
           perform LectureScenarioLbc.
           if ActifScenLbc = "O" then
               perform ScenarioStructurationLbc
           end-if.
           move "TRN" to CodeScenarioLbc.
           perform LectureScenarioLbc.
           if ActifScenLbc = "O" then
               perform ScenarioTransitLbc
           end-if.
           move "REV" to CodeScenarioLbc.
           perform LectureScenarioLbc.
           if ActifScenLbc = "O" then
               perform ScenarioReveilLbc
           end-if.
           move "PAY" to CodeScenarioLbc.
           perform LectureScenarioLbc.
           if ActifScenLbc = "O" then
               perform ScenarioPaysLbc
           end-if.

           if ModeBatch(1:12) <> "SURVEILLANCE" then
               display "Surveillance terminee, dossiers ouverts : " line 1 col 1 with no advancing
               display NbAlertesLbc line 1 col 43 with no advancing
               display " - Tapez Entree " line 1 col 50 with no advancing
               accept reponse
           end-if.

      ***** Parametres du scenario CodeScenarioLbc : ligne ScenarioLbc ou valeurs par defaut ; *****
      ***** fenetre d'observation de NbJours jours finissant a DateJourLbc *****
       LectureScenarioLbc.
           perform LibelleScenarioLbc.
           move "O" to ActifScenLbc.
           move 0 to PctScenLbc.
           move 0 to NbMinScenLbc.
           evaluate CodeScenarioLbc
               when "STR"
                   perform LectureSeuilEspeces
                   move SeuilEspeces to SeuilScenLbc
                   move 7 to NbJoursScenLbc
                   move 2 to NbMinScenLbc
               when "TRN"
                   move 5000 to SeuilScenLbc
                   move 3 to NbJoursScenLbc
                   move 90 to PctScenLbc
               when "REV"
                   move 1000 to SeuilScenLbc
                   move 730 to NbJoursScenLbc
               when "PAY"
                   move 0 to SeuilScenLbc
                   move 1 to NbJoursScenLbc
           end-evaluate.

           move 0 to NbScenTrouve.
           exec sql
               select count(*) into :NbScenTrouve from ScenarioLbc
               where CodeScenario = :CodeScenarioLbc
           end-exec.
           if NbScenTrouve > 0 then
               exec sql
                   select Actif, Seuil, NbJours, Pourcentage, NbMinimum
                   into :ActifScenLbc, :SeuilScenLbc, :NbJoursScenLbc, :PctScenLbc,
                        :NbMinScenLbc
                   from ScenarioLbc
                   where CodeScenario = :CodeScenarioLbc
               end-exec
           end-if.
           if NbJoursScenLbc = 0 then
               move 1 to NbJoursScenLbc
           end-if.

           exec sql
               select convert(char(8), dateadd(day, 1 - :NbJoursScenLbc,
                          convert(datetime, :DateJourLbc, 112)), 112),
                      convert(char(8), dateadd(day, 0 - :NbJoursScenLbc,
                          convert(datetime, :DateJourLbc, 112)), 112)
               into :DebutFenetreLbc, :DateLimiteInactiviteLbc
           end-exec.

       LibelleScenarioLbc.
           evaluate CodeScenarioLbc
               when "STR"
                   move "Fractionnement de depots d'especes" to LibelleScenLbc
               when "TRN"
                   move "Transit rapide de fonds" to LibelleScenLbc
               when "REV"
                   move "Reveil d'un compte inactif" to LibelleScenLbc
               when "PAY"
                   move "Virement vers un pays surveille" to LibelleScenLbc
               when other
                   move spaces to LibelleScenLbc
           end-evaluate.

      ***** STR : depots DEP unitaires sous le seuil de declaration des especes, cumules *****
      ***** sur la fenetre et sur tous les comptes du client ; alerte a partir de NbMinimum *****
      ***** depots et d'un cumul atteignant le seuil du scenario *****
       ScenarioStructurationLbc.
           exec sql
               declare C-ScenarioStr cursor for
                   select Compte.CodeClient, count(*), sum(MouvementCompte.Montant)
                   from MouvementCompte
                   join Compte
                     on Compte.CodeBanque = MouvementCompte.CodeBanque
                    and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                    and Compte.RacineCompte = MouvementCompte.RacineCompte
                    and Compte.TypeCompte = MouvementCompte.TypeCompte
                   left join AlerteLbcMouvement
                     on AlerteLbcMouvement.IdMouvement = MouvementCompte.IdMouvement
                    and AlerteLbcMouvement.CodeScenario = 'STR'
                   where MouvementCompte.CodeOperation = 'DEP'
                     and MouvementCompte.Montant < :SeuilEspeces
                     and left(MouvementCompte.DateMouvement, 8) >= :DebutFenetreLbc
                     and left(MouvementCompte.DateMouvement, 8) <= :DateJourLbc
                   group by Compte.CodeClient
                   having count(*) >= :NbMinScenLbc
                      and sum(MouvementCompte.Montant) >= :SeuilScenLbc
                      and sum(case when AlerteLbcMouvement.IdMouvement is null
                                   then 1 else 0 end) > 0
           end-exec.
           exec sql
               open C-ScenarioStr
           end-exec.
           move 0 to BoucleurLbc.
           perform DetectionStructurationLbc until BoucleurLbc = 1.
           exec sql
               close C-ScenarioStr
           end-exec.

       DetectionStructurationLbc.
           exec sql
               fetch C-ScenarioStr into :CodeClientLbc, :NbMouvementsLbc, :MontantLbc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurLbc
               exit paragraph
           end-if.
           move " " to CodeBanqueMvt.
           move " " to CodeGuichetMvt.
           move " " to RacineCompteMvt.
           move " " to TypeCompteMvt.
           move " " to IdVirementLbc.
           move NbMouvementsLbc to NbMouvementsLbcEd.
           move NbJoursScenLbc to NbJoursScenLbcEd.
           move spaces to DescriptionLbc.
           string "Especes fractionnees : " NbMouvementsLbcEd " depots sous le seuil en "
               NbJoursScenLbcEd " jours" delimited by size into DescriptionLbc.
           perform CreationAlerteLbc.
           exec sql
               INSERT INTO AlerteLbcMouvement (IdAlerte, IdMouvement, CodeScenario)
               select :IdAlerteLbc, MouvementCompte.IdMouvement, 'STR'
               from MouvementCompte
               join Compte
                 on Compte.CodeBanque = MouvementCompte.CodeBanque
                and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                and Compte.RacineCompte = MouvementCompte.RacineCompte
                and Compte.TypeCompte = MouvementCompte.TypeCompte
               where Compte.CodeClient = :CodeClientLbc
                 and MouvementCompte.CodeOperation = 'DEP'
                 and MouvementCompte.Montant < :SeuilEspeces
                 and left(MouvementCompte.DateMouvement, 8) >= :DebutFenetreLbc
                 and left(MouvementCompte.DateMouvement, 8) <= :DateJourLbc
                 and not exists (select 1 from AlerteLbcMouvement Deja
                                 where Deja.IdMouvement = MouvementCompte.IdMouvement
                                   and Deja.CodeScenario = 'STR')
           end-exec.

      ***** TRN : par compte, credits de la fenetre atteignant le seuil et ressortis en *****
      ***** debits a hauteur du pourcentage du scenario *****
       ScenarioTransitLbc.
           exec sql
               declare C-ScenarioTrn cursor for
                   select MouvementCompte.CodeBanque, MouvementCompte.CodeGuichet,
                          MouvementCompte.RacineCompte, MouvementCompte.TypeCompte,
                          max(Compte.CodeClient), count(*),
                          sum(case when MouvementCompte.Sens = 'C'
                                   then MouvementCompte.Montant else 0 end),
                          sum(case when MouvementCompte.Sens = 'D'
                                   then MouvementCompte.Montant else 0 end)
                   from MouvementCompte
                   join Compte
                     on Compte.CodeBanque = MouvementCompte.CodeBanque
                    and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                    and Compte.RacineCompte = MouvementCompte.RacineCompte
                    and Compte.TypeCompte = MouvementCompte.TypeCompte
                   left join AlerteLbcMouvement
                     on AlerteLbcMouvement.IdMouvement = MouvementCompte.IdMouvement
                    and AlerteLbcMouvement.CodeScenario = 'TRN'
                   where left(MouvementCompte.DateMouvement, 8) >= :DebutFenetreLbc
                     and left(MouvementCompte.DateMouvement, 8) <= :DateJourLbc
                   group by MouvementCompte.CodeBanque, MouvementCompte.CodeGuichet,
                       MouvementCompte.RacineCompte, MouvementCompte.TypeCompte
                   having sum(case when MouvementCompte.Sens = 'C'
                                   then MouvementCompte.Montant else 0 end) >= :SeuilScenLbc
                      and sum(case when MouvementCompte.Sens = 'D'
                                   then MouvementCompte.Montant else 0 end) * 100
                          >= sum(case when MouvementCompte.Sens = 'C'
                                   then MouvementCompte.Montant else 0 end) * :PctScenLbc
                      and sum(case when AlerteLbcMouvement.IdMouvement is null
                                   then 1 else 0 end) > 0
           end-exec.
           exec sql
               open C-ScenarioTrn
           end-exec.
           move 0 to BoucleurLbc.
           perform DetectionTransitLbc until BoucleurLbc = 1.
           exec sql
               close C-ScenarioTrn
           end-exec.

       DetectionTransitLbc.
           exec sql
               fetch C-ScenarioTrn into :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt,
                   :TypeCompteMvt, :CodeClientLbc, :NbMouvementsLbc, :MontantCreditLbc,
                   :MontantDebitLbc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurLbc
               exit paragraph
           end-if.
           move " " to IdVirementLbc.
           move MontantCreditLbc to MontantLbc.
           move MontantDebitLbc to MontantLbcEd.
           move NbJoursScenLbc to NbJoursScenLbcEd.
           move spaces to DescriptionLbc.
           string "Transit rapide : " MontantLbcEd " ressortis en "
               NbJoursScenLbcEd " jours" delimited by size into DescriptionLbc.
           perform CreationAlerteLbc.
           exec sql
               INSERT INTO AlerteLbcMouvement (IdAlerte, IdMouvement, CodeScenario)
               select :IdAlerteLbc, MouvementCompte.IdMouvement, 'TRN'
               from MouvementCompte
               where MouvementCompte.CodeBanque = :CodeBanqueMvt
                 and MouvementCompte.CodeGuichet = :CodeGuichetMvt
                 and MouvementCompte.RacineCompte = :RacineCompteMvt
                 and MouvementCompte.TypeCompte = :TypeCompteMvt
                 and left(MouvementCompte.DateMouvement, 8) >= :DebutFenetreLbc
                 and left(MouvementCompte.DateMouvement, 8) <= :DateJourLbc
                 and not exists (select 1 from AlerteLbcMouvement Deja
                                 where Deja.IdMouvement = MouvementCompte.IdMouvement
                                   and Deja.CodeScenario = 'TRN')
           end-exec.

      ***** REV : compte mouvemente au jour DateJourLbc pour au moins le seuil alors que son *****
      ***** mouvement precedent remonte a plus de NbJours jours *****
       ScenarioReveilLbc.
           exec sql
               declare C-ScenarioRev cursor for
                   select MouvementCompte.CodeBanque, MouvementCompte.CodeGuichet,
                          MouvementCompte.RacineCompte, MouvementCompte.TypeCompte,
                          max(Compte.CodeClient), count(*), sum(MouvementCompte.Montant),
                          max(Precedent.DernierMvt)
                   from MouvementCompte
                   join Compte
                     on Compte.CodeBanque = MouvementCompte.CodeBanque
                    and Compte.CodeGuichet = MouvementCompte.CodeGuichet
                    and Compte.RacineCompte = MouvementCompte.RacineCompte
                    and Compte.TypeCompte = MouvementCompte.TypeCompte
                   join (select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                                max(left(DateMouvement, 8)) DernierMvt
                         from MouvementCompte
                         where left(DateMouvement, 8) < :DateJourLbc
                         group by CodeBanque, CodeGuichet, RacineCompte, TypeCompte) Precedent
                     on Precedent.CodeBanque = MouvementCompte.CodeBanque
                    and Precedent.CodeGuichet = MouvementCompte.CodeGuichet
                    and Precedent.RacineCompte = MouvementCompte.RacineCompte
                    and Precedent.TypeCompte = MouvementCompte.TypeCompte
                   left join AlerteLbcMouvement
                     on AlerteLbcMouvement.IdMouvement = MouvementCompte.IdMouvement
                    and AlerteLbcMouvement.CodeScenario = 'REV'
                   where left(MouvementCompte.DateMouvement, 8) = :DateJourLbc
                     and Precedent.DernierMvt < :DateLimiteInactiviteLbc
                   group by MouvementCompte.CodeBanque, MouvementCompte.CodeGuichet,
                       MouvementCompte.RacineCompte, MouvementCompte.TypeCompte
                   having sum(MouvementCompte.Montant) >= :SeuilScenLbc
                      and sum(case when AlerteLbcMouvement.IdMouvement is null
                                   then 1 else 0 end) > 0
           end-exec.
           exec sql
               open C-ScenarioRev
           end-exec.
           move 0 to BoucleurLbc.
           perform DetectionReveilLbc until BoucleurLbc = 1.
           exec sql
               close C-ScenarioRev
           end-exec.

       DetectionReveilLbc.
           exec sql
               fetch C-ScenarioRev into :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt,
                   :TypeCompteMvt, :CodeClientLbc, :NbMouvementsLbc, :MontantLbc,
                   :DernierMvtLbc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurLbc
               exit paragraph
           end-if.
           move " " to IdVirementLbc.
           move spaces to DescriptionLbc.
           string "Reveil de compte, mouvement precedent le " DernierMvtLbc
               delimited by size into DescriptionLbc.
           perform CreationAlerteLbc.
           exec sql
               INSERT INTO AlerteLbcMouvement (IdAlerte, IdMouvement, CodeScenario)
               select :IdAlerteLbc, MouvementCompte.IdMouvement, 'REV'
               from MouvementCompte
               where MouvementCompte.CodeBanque = :CodeBanqueMvt
                 and MouvementCompte.CodeGuichet = :CodeGuichetMvt
                 and MouvementCompte.RacineCompte = :RacineCompteMvt
                 and MouvementCompte.TypeCompte = :TypeCompteMvt
                 and left(MouvementCompte.DateMouvement, 8) = :DateJourLbc
                 and not exists (select 1 from AlerteLbcMouvement Deja
                                 where Deja.IdMouvement = MouvementCompte.IdMouvement
                                   and Deja.CodeScenario = 'REV')
           end-exec.

      ***** PAY : ordre de virement externe de la fenetre, au moins egal au seuil, vers un *****
      ***** IBAN dont le code pays figure dans PaysSurveille ; un dossier par ordre, le *****
      ***** debit correspondant du compte y est rattache *****
       ScenarioPaysLbc.
           exec sql
               declare C-ScenarioPay cursor for
                   select VirementExterne.IdVirement, VirementExterne.CodeBanque,
                          VirementExterne.CodeGuichet, VirementExterne.RacineCompte,
                          VirementExterne.TypeCompte, Compte.CodeClient,
                          VirementExterne.Montant, VirementExterne.DateOrdre,
                          Beneficiaire.NomBeneficiaire, Beneficiaire.Iban
                   from VirementExterne
                   join Beneficiaire
                     on Beneficiaire.IdBeneficiaire = VirementExterne.IdBeneficiaire
                   join PaysSurveille
                     on PaysSurveille.CodePays = left(Beneficiaire.Iban, 2)
                   join Compte
                     on Compte.CodeBanque = VirementExterne.CodeBanque
                    and Compte.CodeGuichet = VirementExterne.CodeGuichet
                    and Compte.RacineCompte = VirementExterne.RacineCompte
                    and Compte.TypeCompte = VirementExterne.TypeCompte
                   left join AlerteLbc on AlerteLbc.IdVirement = VirementExterne.IdVirement
                   where VirementExterne.DateOrdre >= :DebutFenetreLbc
                     and VirementExterne.DateOrdre <= :DateJourLbc
                     and VirementExterne.Montant >= :SeuilScenLbc
                     and AlerteLbc.IdAlerte is null
           end-exec.
           exec sql
               open C-ScenarioPay
           end-exec.
           move 0 to BoucleurLbc.
           perform DetectionPaysLbc until BoucleurLbc = 1.
           exec sql
               close C-ScenarioPay
           end-exec.

       DetectionPaysLbc.
           exec sql
               fetch C-ScenarioPay into :IdVirementLbc, :CodeBanqueMvt, :CodeGuichetMvt,
                   :RacineCompteMvt, :TypeCompteMvt, :CodeClientLbc, :MontantLbc,
                   :DateOrdreLbc, :NomBeneficiaireLbc, :IbanBeneficiaireLbc
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurLbc
               exit paragraph
           end-if.
           move 1 to NbMouvementsLbc.
           move spaces to DescriptionLbc.
           string "Virement vers " IbanBeneficiaireLbc(1:2) " : " NomBeneficiaireLbc
               " le " DateOrdreLbc delimited by size into DescriptionLbc.
           perform CreationAlerteLbc.
           exec sql
               INSERT INTO AlerteLbcMouvement (IdAlerte, IdMouvement, CodeScenario)
               select top 1 :IdAlerteLbc, MouvementCompte.IdMouvement, 'PAY'
               from MouvementCompte
               where MouvementCompte.CodeBanque = :CodeBanqueMvt
                 and MouvementCompte.CodeGuichet = :CodeGuichetMvt
                 and MouvementCompte.RacineCompte = :RacineCompteMvt
                 and MouvementCompte.TypeCompte = :TypeCompteMvt
                 and MouvementCompte.Sens = 'D'
                 and MouvementCompte.Montant = :MontantLbc
                 and left(MouvementCompte.DateMouvement, 8) = :DateOrdreLbc
                 and not exists (select 1 from AlerteLbcMouvement Deja
                                 where Deja.IdMouvement = MouvementCompte.IdMouvement
                                   and Deja.CodeScenario = 'PAY')
           end-exec.

      ***** Ouverture du dossier : compte dans CodeBanqueMvt... (a blanc pour un dossier *****
      ***** client), ordre de virement dans IdVirementLbc, premiere ligne d'historique *****
       CreationAlerteLbc.
           exec sql
               select newid() into :IdAlerteLbc
           end-exec.
           exec sql
               INSERT INTO AlerteLbc
                   (IdAlerte, CodeScenario, CodeClient, CodeBanque, CodeGuichet,
                    RacineCompte, TypeCompte, IdVirement, DateDetection, Montant,
                    NbMouvements, Description, Statut)
               VALUES
                   (:IdAlerteLbc, :CodeScenarioLbc, :CodeClientLbc,
                    NULLIF(:CodeBanqueMvt, ' '), NULLIF(:CodeGuichetMvt, ' '),
                    NULLIF(:RacineCompteMvt, ' '), NULLIF(:TypeCompteMvt, ' '),
                    NULLIF(:IdVirementLbc, ' '), :DateJourLbc, :MontantLbc,
                    :NbMouvementsLbc, rtrim(:DescriptionLbc), 'O')
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               exit paragraph
           end-if.
           add 1 to NbAlertesLbc.
           move "C" to ActionLbc.
           move spaces to CommentaireLbc.
           string "Ouverture par le scenario " CodeScenarioLbc delimited by size
               into CommentaireLbc.
           perform EcritureHistoriqueLbc.

      **********************************************************************************************
      ***** Parametrage des scenarios (profil A) : actif O/N, seuil, nombre de jours, *****
      ***** pourcentage (TRN) et nombre minimum d'operations (STR) ; chaque modification *****
      ***** est tracee dans l'audit des referentiels *****
      **********************************************************************************************
       ParametrageScenariosLbc.
           move spaces to DateJourLbc.
           accept DateJourLbc from date yyyymmdd.
           move 0 to ScenariosLbc-iterator.
           perform ParametrageScenariosLbc-Trt until ScenariosLbc-iterator = 1.

       ParametrageScenariosLbc-Trt.
           display " " line 1 col 1 blank screen.
           display "SCENARIOS DE SURVEILLANCE LCB-FT" line 2 col 24.
           display "No Sc  Act         Seuil  Jours Pct NbMin  Libelle" line 4 col 1.
           perform AffichageLigneScenarioLbc varying NoScenarioLbc from 1 by 1
               until NoScenarioLbc > 4.

           move 0 to NoScenarioLbcSaisi.
           display "No du scenario a modifier (0 = retour) : " line 21 col 2 with no advancing.
           accept NoScenarioLbcSaisi line 21 col 44.
           if NoScenarioLbcSaisi = 0 or NoScenarioLbcSaisi > 4 then
               move 1 to ScenariosLbc-iterator
               exit paragraph
           end-if.
           move NoScenarioLbcSaisi to NoScenarioLbc.
           perform CodeScenarioParNoLbc.
           perform ModificationScenarioLbc.

       CodeScenarioParNoLbc.
           evaluate NoScenarioLbc
               when 1
                   move "STR" to CodeScenarioLbc
               when 2
                   move "TRN" to CodeScenarioLbc
               when 3
                   move "REV" to CodeScenarioLbc
               when 4
                   move "PAY" to CodeScenarioLbc
           end-evaluate.

       AffichageLigneScenarioLbc.
           perform CodeScenarioParNoLbc.
           perform LectureScenarioLbc.
           compute NoLigneLbc = NoScenarioLbc + 4.
           display NoScenarioLbc line NoLigneLbc col 1 with no advancing.
           display CodeScenarioLbc line NoLigneLbc col 4 with no advancing.
           display ActifScenLbc line NoLigneLbc col 9 with no advancing.
           move SeuilScenLbc to SeuilScenLbcEd.
           display SeuilScenLbcEd line NoLigneLbc col 13 with no advancing.
           move NbJoursScenLbc to NbJoursScenLbcEd.
           display NbJoursScenLbcEd line NoLigneLbc col 27 with no advancing.
           move PctScenLbc to PctScenLbcEd.
           display PctScenLbcEd line NoLigneLbc col 33 with no advancing.
           move NbMinScenLbc to NbMinScenLbcEd.
           display NbMinScenLbcEd line NoLigneLbc col 39 with no advancing.
           display LibelleScenLbc(1:36) line NoLigneLbc col 44.

      ***** Saisie des nouvelles valeurs, vide ou zero = valeur actuelle conservee *****
       ModificationScenarioLbc.
           perform LectureScenarioLbc.
           move spaces to AnciennesValeursAudit.
           move SeuilScenLbc to SeuilScenLbcEd.
           move NbJoursScenLbc to NbJoursScenLbcEd.
           move PctScenLbc to PctScenLbcEd.
           move NbMinScenLbc to NbMinScenLbcEd.
           string "Actif=" ActifScenLbc " Seuil=" SeuilScenLbcEd " Jours=" NbJoursScenLbcEd
               " Pct=" PctScenLbcEd " NbMin=" NbMinScenLbcEd delimited by size
               into AnciennesValeursAudit
           end-string.

           move " " to ActionLbc.
           display "Actif (O/N) : " line 22 col 2 with no advancing.
           accept ActionLbc line 22 col 16.
           inspect ActionLbc converting "on" to "ON".
           if ActionLbc = "O" or ActionLbc = "N" then
               move ActionLbc to ActifScenLbc
           end-if.
           move 0 to MontantLbc.
           display "Seuil : " line 22 col 20 with no advancing.
           accept MontantLbc line 22 col 28.
           if MontantLbc > 0 then
               move MontantLbc to SeuilScenLbc
           end-if.
           move 0 to NbMouvementsLbc.
           display "Jours : " line 22 col 44 with no advancing.
           accept NbMouvementsLbc line 22 col 52.
           if NbMouvementsLbc > 0 and NbMouvementsLbc < 10000 then
               move NbMouvementsLbc to NbJoursScenLbc
           end-if.
           if CodeScenarioLbc = "TRN" then
               move 0 to NbMouvementsLbc
               display "Pourcentage : " line 23 col 2 with no advancing
               accept NbMouvementsLbc line 23 col 16
               if NbMouvementsLbc > 0 and NbMouvementsLbc <= 100 then
                   move NbMouvementsLbc to PctScenLbc
               end-if
           end-if.
           if CodeScenarioLbc = "STR" then
               move 0 to NbMouvementsLbc
               display "Nombre minimum de depots : " line 23 col 2 with no advancing
               accept NbMouvementsLbc line 23 col 29
               if NbMouvementsLbc > 0 and NbMouvementsLbc < 1000 then
                   move NbMouvementsLbc to NbMinScenLbc
               end-if
           end-if.

           if NbScenTrouve > 0 then
               exec sql
                   UPDATE ScenarioLbc
                   SET Actif = :ActifScenLbc, Seuil = :SeuilScenLbc,
                       NbJours = :NbJoursScenLbc, Pourcentage = :PctScenLbc,
                       NbMinimum = :NbMinScenLbc
                   WHERE CodeScenario = :CodeScenarioLbc
               end-exec
               move "M" to ActionAudit
           else
               exec sql
                   INSERT INTO ScenarioLbc
                       (CodeScenario, Libelle, Actif, Seuil, NbJours, Pourcentage, NbMinimum)
                   VALUES
                       (:CodeScenarioLbc, rtrim(:LibelleScenLbc), :ActifScenLbc,
                        :SeuilScenLbc, :NbJoursScenLbc, :PctScenLbc, :NbMinScenLbc)
               end-exec
               move "A" to ActionAudit
           end-if.
           move "ScenarioLbc" to TableAudit.
           move CodeScenarioLbc to CleAudit.
           move SeuilScenLbc to SeuilScenLbcEd.
           move NbJoursScenLbc to NbJoursScenLbcEd.
           move PctScenLbc to PctScenLbcEd.
           move NbMinScenLbc to NbMinScenLbcEd.
           move spaces to NouvellesValeursAudit.
           string "Actif=" ActifScenLbc " Seuil=" SeuilScenLbcEd " Jours=" NbJoursScenLbcEd
               " Pct=" PctScenLbcEd " NbMin=" NbMinScenLbcEd delimited by size
               into NouvellesValeursAudit
           end-string.
           perform EcritureAuditReferentiel.
           display " ** Scenario mis a jour ** " line 25 col 1.

      **********************************************************************************************
      ***** Pays surveilles (profil A) : code pays ISO des IBAN beneficiaires declenchant le *****
      ***** scenario PAY ; ajout et retrait traces dans l'audit des referentiels *****
      **********************************************************************************************
       GestionPaysSurveilles.
           move 0 to PaysLbc-iterator.
           perform GestionPaysSurveilles-Trt until PaysLbc-iterator = 1.

       GestionPaysSurveilles-Trt.
           display " " line 1 col 1 blank screen.
           display "PAYS SURVEILLES (SCENARIO PAY)" line 2 col 25.
           display "Pays Libelle                        Ajoute le Par" line 4 col 1.
           move 4 to NoLigneLbc.
           move 0 to BoucleurLbc.

           exec sql
               declare C-PaysSurveilles cursor for
                   select CodePays, Libelle, DateAjout, CodeOperateur
                   from PaysSurveille
                   order by CodePays
           end-exec.
           exec sql
               open C-PaysSurveilles
           end-exec.
           perform AffichageLignePaysLbc until BoucleurLbc = 1.
           exec sql
               close C-PaysSurveilles
           end-exec.

           move " " to OptionPaysLbc.
           display "[A]jouter / [R]etirer un pays / autre = retour : " line 21 col 2 with no advancing.
           accept OptionPaysLbc line 21 col 52.
           inspect OptionPaysLbc converting "ar" to "AR".
           evaluate OptionPaysLbc
               when "A"
                   perform AjoutPaysSurveille
               when "R"
                   perform RetraitPaysSurveille
               when other
                   move 1 to PaysLbc-iterator
           end-evaluate.

       AffichageLignePaysLbc.
           exec sql
               fetch C-PaysSurveilles into :LignePaysLbcCourante.CodePaysLp,
                   :LignePaysLbcCourante.LibellePaysLp,
                   :LignePaysLbcCourante.DateAjoutLp,
                   :LignePaysLbcCourante.OperateurLp
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and NoLigneLbc < 19 then
               add 1 to NoLigneLbc
               display CodePaysLp line NoLigneLbc col 1 with no advancing
               display LibellePaysLp line NoLigneLbc col 6 with no advancing
               display DateAjoutLp line NoLigneLbc col 37 with no advancing
               display OperateurLp line NoLigneLbc col 47
           else
               move 1 to BoucleurLbc
           end-if.

       AjoutPaysSurveille.
           move spaces to CodePaysLbcSaisi.
           move spaces to LibellePaysLbcSaisi.
           display "Code pays ISO : " line 22 col 2 with no advancing.
           accept CodePaysLbcSaisi line 22 col 18.
           inspect CodePaysLbcSaisi converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if CodePaysLbcSaisi(1:1) is not alphabetic or CodePaysLbcSaisi(2:1) is not alphabetic
              or CodePaysLbcSaisi(1:1) = " " or CodePaysLbcSaisi(2:1) = " " then
               display " ** Code pays invalide (2 lettres) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           display "Libelle : " line 22 col 24 with no advancing.
           accept LibellePaysLbcSaisi line 22 col 34.
           move 0 to NbPaysTrouve.
           exec sql
               select count(*) into :NbPaysTrouve from PaysSurveille
               where CodePays = :CodePaysLbcSaisi
           end-exec.
           if NbPaysTrouve > 0 then
               display " ** Pays deja surveille ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               INSERT INTO PaysSurveille (CodePays, Libelle, DateAjout, CodeOperateur)
               VALUES (:CodePaysLbcSaisi, rtrim(:LibellePaysLbcSaisi),
                       convert(char(8), getdate(), 112), :CodeOperateurSigne)
           end-exec.
           move "PaysSurveille" to TableAudit.
           move "A" to ActionAudit.
           move CodePaysLbcSaisi to CleAudit.
           move spaces to AnciennesValeursAudit.
           move spaces to NouvellesValeursAudit.
           string "Libelle=" LibellePaysLbcSaisi delimited by size
               into NouvellesValeursAudit
           end-string.
           perform EcritureAuditReferentiel.

       RetraitPaysSurveille.
           move spaces to CodePaysLbcSaisi.
           display "Code pays a retirer : " line 22 col 2 with no advancing.
           accept CodePaysLbcSaisi line 22 col 24.
           inspect CodePaysLbcSaisi converting "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move 0 to NbPaysTrouve.
           exec sql
               select count(*) into :NbPaysTrouve from PaysSurveille
               where CodePays = :CodePaysLbcSaisi
           end-exec.
           if NbPaysTrouve = 0 then
               display " ** Pays non surveille ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               DELETE FROM PaysSurveille WHERE CodePays = :CodePaysLbcSaisi
           end-exec.
           move "PaysSurveille" to TableAudit.
           move "S" to ActionAudit.
           move CodePaysLbcSaisi to CleAudit.
           move spaces to AnciennesValeursAudit.
           move spaces to NouvellesValeursAudit.
           perform EcritureAuditReferentiel.

      **********************************************************************************************
      ***** Remise de cheques d'un client (Gestion des cheques, option 5) *****
      ***** Bordereau saisi au guichet : compte a crediter, nombre et total des cheques, puis *****
      ***** une ligne par cheque (banque tiree, numero, montant). Le total des lignes doit *****
      ***** egaler le total du bordereau ; les cheques tires sur nos propres banques sont *****
      ***** refuses (ils passent par la compensation des cheques presentes). Le compte est *****
      ***** credite d'un seul mouvement RCH en date de valeur de la remise, les cheques *****
      ***** attendent le prochain fichier de compensation aller *****
      **********************************************************************************************
       RemiseChequesClient.
           perform InitSaisieMouvement.
           move 0 to NbChequesRemiseSaisi.
           move 0 to MontantRemiseSaisi.
           display RemiseCheques-Saisie.
           accept RemiseCheques-Saisie.

           if NbChequesRemiseSaisi = 0 or NbChequesRemiseSaisi > 12 then
               display " ** Nombre de cheques invalide (1 a 12) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if MontantRemiseSaisi = 0 then
               display " ** Total du bordereau obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               display " ** Compte inexistant ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutCompteMvt <> "O" then
               display " ** Compte non ouvert (bloque ou clos) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move "C" to SensMvt.
           move MontantRemiseSaisi to MontantMvt.
           perform ControleAutorisationSaisie.
           if AutorisationSaisie-OK = "N" then
               exit paragraph
           end-if.

           display "No  Banque  Numero          Montant" line 7 col 2.
           move 0 to CumulChequesRemise.
           move 1 to ValidateurRemiseChq.
           perform SaisieLigneRemiseCheque varying NoChequeRemise from 1 by 1
               until NoChequeRemise > NbChequesRemiseSaisi or ValidateurRemiseChq = 0.
           if ValidateurRemiseChq = 0 then
               exit paragraph
           end-if.

           if CumulChequesRemise <> MontantRemiseSaisi then
               move CumulChequesRemise to CumulChequesRemiseEd
               display " ** Total des cheques different du total du bordereau : " line 25 col 1 bell blink with no advancing
               display CumulChequesRemiseEd line 25 col 58
               exit paragraph
           end-if.

           perform CalculDateValeurRemise.
           move MontantRemiseSaisi to MontantRemiseEd.
           move "N" to ConfirmationRemiseChq.
           display "Credit de " line 21 col 2 with no advancing.
           display MontantRemiseEd line 21 col 12 with no advancing.
           display " valeur " line 21 col 25 with no advancing.
           display DateValeurRemiseChq line 21 col 33 with no advancing.
           display " - confirmer (o/N) : " line 21 col 41 with no advancing.
           accept ConfirmationRemiseChq line 21 col 62.
           if ConfirmationRemiseChq <> "o" and ConfirmationRemiseChq <> "O" then
               exit paragraph
           end-if.

           exec sql
               select newid() into :IdRemiseChq
           end-exec.
           exec sql
               INSERT INTO RemiseCheques
                   (IdRemise, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    DateRemise, DateValeur, NbCheques, Montant, CodeOperateur)
               VALUES
                   (:IdRemiseChq, :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt,
                    :TypeCompteMvt, :DateRemiseChq, :DateValeurRemiseChq,
                    :NbChequesRemiseSaisi, :MontantRemiseSaisi, :CodeOperateurSigne)
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Enregistrement du bordereau impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           perform EcritureChequeRemis varying NoChequeRemise from 1 by 1
               until NoChequeRemise > NbChequesRemiseSaisi.

      ***** Credit du compte : un mouvement pour le bordereau, rattache a la remise *****
           perform LectureCompteMvt.
           move "C" to SensMvt.
           move MontantRemiseSaisi to MontantMvt.
           move "RCH" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Remise de " NbChequesRemiseSaisi " cheque(s) du " DateRemiseChq
               delimited by size into LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           exec sql
               select newid() into :IdMouvementExtourne
           end-exec.
           move DateRemiseChq to DateMouvement of MouvementCompte.
           move DateValeurRemiseChq to DateValeurMvt.
           perform EcritureMouvementExtourne.
           exec sql
               UPDATE RemiseCheques SET IdMouvement = :IdMouvementExtourne
               WHERE IdRemise = :IdRemiseChq
           end-exec.
           display " ** Remise enregistree, cheques a la prochaine compensation aller ** " line 25 col 1.

      ***** Ligne NoChequeRemise du bordereau *****
       SaisieLigneRemiseCheque.
           compute NoLigneRemiseChq = NoChequeRemise + 7.
           move spaces to BanqueTireeSaisie.
           move 0 to NumeroChqRemiseSaisi.
           move 0 to MontantChqRemiseSaisi.
           display RemiseCheques-Ligne.
           accept RemiseCheques-Ligne.

           if BanqueTireeSaisie = " " or NumeroChqRemiseSaisi = 0 or MontantChqRemiseSaisi = 0 then
               move 0 to ValidateurRemiseChq
               display " ** Banque tiree, numero et montant obligatoires ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move 0 to NbBanqueTireeTrouve.
           exec sql
               select count(*) into :NbBanqueTireeTrouve from Banque
               where CodeBanque = :BanqueTireeSaisie
           end-exec.
           if NbBanqueTireeTrouve > 0 then
               move 0 to ValidateurRemiseChq
               display " ** Cheque tire sur nos banques : hors remise a la compensation ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move BanqueTireeSaisie to BanqueTireeRc(NoChequeRemise).
           move NumeroChqRemiseSaisi to NumeroChequeRc(NoChequeRemise).
           move MontantChqRemiseSaisi to MontantChequeRc(NoChequeRemise).
           add MontantChqRemiseSaisi to CumulChequesRemise.

       EcritureChequeRemis.
           move BanqueTireeRc(NoChequeRemise) to BanqueTireeSaisie.
           move NumeroChequeRc(NoChequeRemise) to NumeroChqRemiseSaisi.
           move MontantChequeRc(NoChequeRemise) to MontantChqRemiseSaisi.
           exec sql
               INSERT INTO ChequeRemis
                   (IdRemise, NoLigne, BanqueTiree, NumeroCheque, Montant, Statut)
               VALUES
                   (:IdRemiseChq, :NoChequeRemise, :BanqueTireeSaisie,
                    :NumeroChqRemiseSaisi, :MontantChqRemiseSaisi, 'A')
           end-exec.

      ***** Date de valeur : jour de remise + DELAIVALEURCHQ jours (1 a defaut), reportee *****
      ***** au lundi si elle tombe un samedi ou un dimanche (le 01/01/1900 etait un lundi) *****
       CalculDateValeurRemise.
           accept DateRemiseChq from date yyyymmdd.
           move 1 to DelaiValeurChq.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'DELAIVALEURCHQ'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :DelaiValeurChq from ParametreBancaire
                   where CleParam = 'DELAIVALEURCHQ'
               end-exec
           end-if.
           exec sql
               select convert(char(8), dateadd(day,
                          case datediff(day, '19000101', dateadd(day, :DelaiValeurChq,
                                   convert(datetime, :DateRemiseChq, 112))) % 7
                               when 5 then 2 when 6 then 1 else 0 end,
                          dateadd(day, :DelaiValeurChq, convert(datetime, :DateRemiseChq, 112))), 112)
               into :DateValeurRemiseChq
           end-exec.

      **********************************************************************************************
      ***** Fichier de compensation aller (Gestion des cheques, option 6 ; mode batch *****
      ***** "CHQALLER") : une ligne CHQ par cheque remis au statut A a emettre, un *****
      ***** enregistrement TOTAL (nombre, montant en centimes), puis les cheques emis *****
      ***** passent au statut E avec leur date d'emission *****
      **********************************************************************************************
       CompensationAllerCheques.
           move 0 to NbChequesAller.
           move 0 to TotalCentimesAller.
           accept DateJourBatch from date yyyymmdd.

           move "COMPENSATION ALLER" to TypeEditionCourant.
           move "CompensationAller" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierCompensationAller.
           open output F-CompensationAller.

           exec sql
               declare C-ChequesAller cursor for
                   select ChequeRemis.IdRemise, ChequeRemis.NoLigne, ChequeRemis.BanqueTiree,
                          ChequeRemis.NumeroCheque, ChequeRemis.Montant,
                          RemiseCheques.DateRemise, RemiseCheques.CodeBanque,
                          RemiseCheques.CodeGuichet, RemiseCheques.RacineCompte,
                          RemiseCheques.TypeCompte
                   from ChequeRemis
                   join RemiseCheques on RemiseCheques.IdRemise = ChequeRemis.IdRemise
                   where ChequeRemis.Statut = 'A'
                   order by RemiseCheques.DateRemise, ChequeRemis.IdRemise, ChequeRemis.NoLigne
           end-exec.
           exec sql
               open C-ChequesAller
           end-exec.

           move 0 to BoucleurAller.
           perform EcritureLigneCompensationAller until BoucleurAller = 1.

           exec sql
               close C-ChequesAller
           end-exec.

           move NbChequesAller to NbChequesCaTot.
           move TotalCentimesAller to MontantCentimesCaTot.
           write E-CompensationAller from LigneCompensationAllerTotal.
           close F-CompensationAller.

      ***** Les cheques partis dans ce fichier ne repartiront pas dans le suivant *****
           exec sql
               UPDATE ChequeRemis SET Statut = 'E', DateEmission = :DateJourBatch
               WHERE Statut = 'A'
           end-exec.

           move "COMPENSATION ALLER" to TypeEditionCourant.
           move NomFichierCompensationAller to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           compute NbLignesCatalogue = NbChequesAller + 1.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:8) <> "CHQALLER" then
               display "Cheques remis emis a la compensation : " line 1 col 1 with no advancing
               display NbChequesAller line 1 col 40 with no advancing
               display " - Tapez Entree " line 1 col 47 with no advancing
               accept reponse
           end-if.

       EcritureLigneCompensationAller.
           exec sql
               fetch C-ChequesAller into :LigneChequeRemisCourante.IdRemiseCr,
                   :LigneChequeRemisCourante.NoLigneCr,
                   :LigneChequeRemisCourante.BanqueTireeCr,
                   :LigneChequeRemisCourante.NumeroChequeCr,
                   :LigneChequeRemisCourante.MontantCr,
                   :LigneChequeRemisCourante.DateRemiseCr,
                   :LigneChequeRemisCourante.CodeBanqueCr,
                   :LigneChequeRemisCourante.CodeGuichetCr,
                   :LigneChequeRemisCourante.RacineCompteCr,
                   :LigneChequeRemisCourante.TypeCompteCr
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurAller
               exit paragraph
           end-if.
           add 1 to NbChequesAller.
           move IdRemiseCr to IdRemiseCaEd.
           move NoLigneCr to NoLigneCaEd.
           move BanqueTireeCr to BanqueTireeCaEd.
           move NumeroChequeCr to NumeroChequeCaEd.
           compute MontantCentimesCaEd = MontantCr * 100.
           add MontantCentimesCaEd to TotalCentimesAller.
           move DateRemiseCr to DateRemiseCaEd.
           move CodeBanqueCr to CodeBanqueCaEd.
           move CodeGuichetCr to CodeGuichetCaEd.
           move RacineCompteCr to RacineCompteCaEd.
           move TypeCompteCr to TypeCompteCaEd.
           write E-CompensationAller from LigneCompensationAller.

      **********************************************************************************************
      ***** Impayes sur remises de cheques (Gestion des cheques, option 7 ; mode batch *****
      ***** "CHQIMPAYES") : une ligne par cheque remis revenu impaye, IdRemise;no de ligne; *****
      ***** code motif;motif. Le cheque emis est retrouve, le compte remettant est debite *****
      ***** d'office (code IRC, en valeur de la remise, numero du cheque et date du *****
      ***** bordereau au libelle), le cheque passe au statut I avec le lien vers ce debit, *****
      ***** et le rapport des impayes traites est edite pour le back office *****
      **********************************************************************************************
       ImportImpayesRemises.
           perform ImportImpayesRemises-init.
           perform ImportImpayesRemises-trt until ImpayesRemise-iterator = 1.
           perform ImportImpayesRemises-fin.

       ImportImpayesRemises-init.
           move 0 to ImpayesRemise-iterator.
           move 0 to NoLigneImpayeRem.
           move 0 to NbImpayesRemTraites.
           move 0 to NbImpayesRemInconnus.

           move "IMPAYES REMISES" to TypeEditionCourant.
           move "ImpayesRemises" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierRapportImpRem.
           open output F-RapportImpayesRemises.
           write E-RapportImpayesRemises from " Impayes sur remises de cheques".
           write E-RapportImpayesRemises from " ------------------------------".

           open INPUT F-ImpayesRemises.

       ImportImpayesRemises-trt.
           read F-ImpayesRemises
               at end
                   move 1 to ImpayesRemise-iterator
               not at end
                   add 1 to NoLigneImpayeRem
                   perform TraitementLigneImpayeRem
           end-read.

       ImportImpayesRemises-fin.
           close F-ImpayesRemises.
           close F-RapportImpayesRemises.

           move "IMPAYES REMISES" to TypeEditionCourant.
           move NomFichierRapportImpRem to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           compute NbLignesCatalogue = NoLigneImpayeRem + 2.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:10) <> "CHQIMPAYES" then
               display "Impayes traites : " line 1 col 1 with no advancing
               display NbImpayesRemTraites line 1 col 19 with no advancing
               display " - inconnus : " line 1 col 26 with no advancing
               display NbImpayesRemInconnus line 1 col 40 with no advancing
               display " - Tapez Entree " line 1 col 47 with no advancing
               accept reponse
           end-if.

      ***** Traitement d'une ligne du fichier des impayes *****
       TraitementLigneImpayeRem.
           move spaces to IdRemiseImpaye.
           move 0 to NoChequeImpayeRem.
           move spaces to CodeMotifImpayeRem.
           move spaces to MotifImpayeRem.

           unstring E-ImpayeRemise delimited by ";" into
             IdRemiseImpaye
             NoChequeImpayeRem
             CodeMotifImpayeRem
             MotifImpayeRem
           end-unstring.

           move IdRemiseImpaye to IdRemiseImpRemEd.
           move NoChequeImpayeRem to NoLigneImpRemEd.
           move CodeMotifImpayeRem to CodeMotifImpRemEd.
           move MotifImpayeRem to MotifImpRemEd.
           move 0 to NumeroChequeImpRemEd.

      ***** Le cheque doit avoir ete emis a la compensation et ne pas etre deja impaye *****
           exec sql
               select ChequeRemis.NumeroCheque, ChequeRemis.Montant,
                      RemiseCheques.DateRemise, RemiseCheques.DateValeur,
                      RemiseCheques.CodeBanque, RemiseCheques.CodeGuichet,
                      RemiseCheques.RacineCompte, RemiseCheques.TypeCompte
               into :LigneChequeRemisCourante.NumeroChequeCr,
                    :LigneChequeRemisCourante.MontantCr,
                    :LigneChequeRemisCourante.DateRemiseCr,
                    :LigneChequeRemisCourante.DateValeurCr,
                    :CodeBanqueMvt, :CodeGuichetMvt, :RacineCompteMvt, :TypeCompteMvt
               from ChequeRemis
               join RemiseCheques on RemiseCheques.IdRemise = ChequeRemis.IdRemise
               where ChequeRemis.IdRemise = :IdRemiseImpaye
                 and ChequeRemis.NoLigne = :NoChequeImpayeRem
                 and ChequeRemis.Statut = 'E'
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               add 1 to NbImpayesRemInconnus
               move "INCONNU" to ActionImpRemEd
               write E-RapportImpayesRemises from LigneRapportImpRem
               exit paragraph
           end-if.
           move NumeroChequeCr to NumeroChequeImpRemEd.

      ***** Contre-passation d'office, meme en l'absence de provision *****
           perform LectureCompteMvt.
           if CompteMvt-Trouve = 0 then
               add 1 to NbImpayesRemInconnus
               move "SANSCOMPTE" to ActionImpRemEd
               write E-RapportImpayesRemises from LigneRapportImpRem
               exit paragraph
           end-if.
           move "D" to SensMvt.
           move MontantCr to MontantMvt.
           move "IRC" to CodeOperationMvt.
           move spaces to LibelleMvt.
           string "Impaye chq " NumeroChequeCr " remise du " DateRemiseCr " "
               CodeMotifImpayeRem delimited by size into LibelleMvt.
           perform MiseAJourSoldeCompteMvt.
           exec sql
               select newid() into :IdMouvementExtourne
           end-exec.
           accept DateMouvement of MouvementCompte from date yyyymmdd.
           move DateValeurCr to DateValeurMvt.
           perform EcritureMouvementExtourne.

           exec sql
               UPDATE ChequeRemis
               SET Statut = 'I', DateImpaye = :MouvementCompte.DateMouvement,
                   CodeMotifImpaye = :CodeMotifImpayeRem, MotifImpaye = :MotifImpayeRem,
                   IdMouvementImpaye = :IdMouvementExtourne
               WHERE IdRemise = :IdRemiseImpaye and NoLigne = :NoChequeImpayeRem
           end-exec.

           add 1 to NbImpayesRemTraites.
           move "REDEBITE" to ActionImpRemEd.
           write E-RapportImpayesRemises from LigneRapportImpRem.

      **********************************************************************************************
      ***** Revision annuelle des decouverts autorises au jour DateRevisionDec (jour machine *****
      ***** a defaut) : comptes ouverts ou bloques dont le produit admet le decouvert, hors *****
      ***** comptes de pret actif et hors comptes ayant deja une proposition a valider. Une *****
      ***** proposition n'est creee que si le decouvert propose differe de l'actuel. Mode *****
      ***** batch "REVDECOUVERT" ; le compte n'est modifie qu'a la validation du conseiller *****
      **********************************************************************************************
       RevisionDecouverts.
           if DateRevisionDec = spaces or DateRevisionDec is not numeric then
               accept DateRevisionDec from date yyyymmdd
           end-if.
           move 0 to NbPropositionsDec.
           move 0 to NbComptesRevDec.

           move 6 to MinMoisRevenusDec.
           move 0 to NbParamTrouve.
           exec sql
               select count(*) into :NbParamTrouve from ParametreBancaire
               where CleParam = 'REVDECMOISREV'
           end-exec.
           if NbParamTrouve > 0 then
               exec sql
                   select ValeurNum into :MinMoisRevenusDec from ParametreBancaire
                   where CleParam = 'REVDECMOISREV'
               end-exec
           end-if.

      ***** Fenetre des 12 mois civils complets precedant le mois de revision *****
           move DateRevisionDec(1:6) to DebutMoisRevDec(1:6).
           move "01" to DebutMoisRevDec(7:2).
           exec sql
               select convert(char(8), dateadd(month, -12,
                          convert(datetime, :DebutMoisRevDec, 112)), 112)
               into :DebutFenetreRevDec
           end-exec.

           exec sql
               declare C-RevisionDec cursor for
                   select Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte,
                          Compte.TypeCompte, Compte.CodeClient,
                          ISNULL(Compte.DecouvertAutorise, 0), ISNULL(Compte.Credit, 0),
                          ISNULL(Compte.Debit, 0),
                          ISNULL(ProduitCompte.PctRevenuDecouvert, 0),
                          ISNULL(ProduitCompte.PlafondDecouvert, 0),
                          ISNULL(ProduitCompte.MaxMoisDebiteur, 0),
                          ISNULL(ProduitCompte.MaxDepassements, 0)
                   from Compte
                   left join ProduitCompte on ProduitCompte.TypeCompte = Compte.TypeCompte
                   where ISNULL(ProduitCompte.DecouvertAutorise, 'O') <> 'N'
                     and ISNULL(Compte.Statut, 'O') <> 'C'
                     and Compte.CodeClient is not null
                     and not exists (select 1 from PretConsommation
                         where PretConsommation.CodeBanque = Compte.CodeBanque
                           and PretConsommation.CodeGuichet = Compte.CodeGuichet
                           and PretConsommation.RacineCompte = Compte.RacineCompte
                           and PretConsommation.TypeCompte = Compte.TypeCompte
                           and PretConsommation.Statut = 'A')
                     and not exists (select 1 from PropositionDecouvert
                         where PropositionDecouvert.CodeBanque = Compte.CodeBanque
                           and PropositionDecouvert.CodeGuichet = Compte.CodeGuichet
                           and PropositionDecouvert.RacineCompte = Compte.RacineCompte
                           and PropositionDecouvert.TypeCompte = Compte.TypeCompte
                           and PropositionDecouvert.Statut = 'P')
                   order by Compte.CodeBanque, Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte
           end-exec.
           exec sql
               open C-RevisionDec
           end-exec.

           move 0 to BoucleurRevDec.
           perform RevisionCompteDec until BoucleurRevDec = 1.

           exec sql
               close C-RevisionDec
           end-exec.

           if ModeBatch(1:12) <> "REVDECOUVERT" then
               display "Revision terminee, propositions creees : " line 1 col 1 with no advancing
               display NbPropositionsDec line 1 col 42 with no advancing
               display " - Tapez Entree " line 1 col 49 with no advancing
               accept reponse
           end-if.

       RevisionCompteDec.
           exec sql
               fetch C-RevisionDec into :CompteRevDecCourant.CodeBanqueRd,
                   :CompteRevDecCourant.CodeGuichetRd,
                   :CompteRevDecCourant.RacineCompteRd,
                   :CompteRevDecCourant.TypeCompteRd,
                   :CompteRevDecCourant.CodeClientRd,
                   :CompteRevDecCourant.DecouvertActuelRd,
                   :CompteRevDecCourant.CreditRd,
                   :CompteRevDecCourant.DebitRd,
                   :CompteRevDecCourant.PctRevenuRd,
                   :CompteRevDecCourant.PlafondRd,
                   :CompteRevDecCourant.MaxMoisDebRd,
                   :CompteRevDecCourant.MaxDepassRd
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurRevDec
               exit paragraph
           end-if.
           add 1 to NbComptesRevDec.

      ***** Parametres du produit ; 0 (ou produit hors catalogue) = valeur par defaut *****
           move PctRevenuRd to PctRevenuRevDec.
           if PctRevenuRevDec = 0 then
               move 30 to PctRevenuRevDec
           end-if.
           move PlafondRd to PlafondRevDec.
           if PlafondRevDec = 0 then
               move 3000 to PlafondRevDec
           end-if.
           move MaxMoisDebRd to MaxMoisDebRevDec.
           if MaxMoisDebRevDec = 0 then
               move 6 to MaxMoisDebRevDec
           end-if.
           move MaxDepassRd to MaxDepassRevDec.
           if MaxDepassRevDec = 0 then
               move 2 to MaxDepassRevDec
           end-if.

      ***** Revenus reguliers : virements SEPA recus et codes operation de la famille REVENUS *****
           move 0 to RevenusRevDec.
           move 0 to NbMoisRevenusRevDec.
           exec sql
               select ISNULL(sum(MouvementCompte.Montant), 0),
                      count(distinct left(MouvementCompte.DateMouvement, 6))
               into :RevenusRevDec, :NbMoisRevenusRevDec
               from MouvementCompte
               left join CodeOperation on CodeOperation.CodeOperation = MouvementCompte.CodeOperation
               where MouvementCompte.CodeBanque = :CompteRevDecCourant.CodeBanqueRd
                 and MouvementCompte.CodeGuichet = :CompteRevDecCourant.CodeGuichetRd
                 and MouvementCompte.RacineCompte = :CompteRevDecCourant.RacineCompteRd
                 and MouvementCompte.TypeCompte = :CompteRevDecCourant.TypeCompteRd
                 and MouvementCompte.Sens = 'C'
                 and (MouvementCompte.CodeOperation = 'VRE' or CodeOperation.Famille = 'REVENUS')
                 and left(MouvementCompte.DateMouvement, 8) >= :DebutFenetreRevDec
                 and left(MouvementCompte.DateMouvement, 8) < :DebutMoisRevDec
           end-exec.
           compute RevenuMensuelRevDec rounded = RevenusRevDec / 12.

      ***** Mois finis debiteurs : solde de fin de mois = solde courant moins les mouvements *****
      ***** passes depuis le debut du mois suivant *****
           compute SoldeCourantRevDec = CreditRd - DebitRd.
           move 0 to NbMoisDebiteurRevDec.
           perform CalculSoldeFinMoisRevDec varying NoMoisRevDec from 1 by 1
               until NoMoisRevDec > 12.

      ***** Depassements : lettres d'avertissement DEC emises sur la fenetre *****
           move 0 to NbDepassRevDec.
           exec sql
               select count(*) into :NbDepassRevDec from CourrierEmis
               where CodeLettre = 'DEC'
                 and CodeBanque = :CompteRevDecCourant.CodeBanqueRd
                 and CodeGuichet = :CompteRevDecCourant.CodeGuichetRd
                 and RacineCompte = :CompteRevDecCourant.RacineCompteRd
                 and TypeCompte = :CompteRevDecCourant.TypeCompteRd
                 and DateEmission >= convert(datetime, :DebutFenetreRevDec, 112)
                 and DateEmission < convert(datetime, :DebutMoisRevDec, 112)
           end-exec.

      ***** Decouvert propose : pourcentage du revenu mensuel, a la dizaine inferieure, plafonne *****
           if NbMoisRevenusRevDec < MinMoisRevenusDec then
               move 0 to DecouvertProposeRevDec
           else
               compute DizainesRevDec = RevenuMensuelRevDec * PctRevenuRevDec / 1000
               compute DecouvertProposeRevDec = DizainesRevDec * 10
               if DecouvertProposeRevDec > PlafondRevDec then
                   move PlafondRevDec to DecouvertProposeRevDec
               end-if
           end-if.
           if (NbMoisDebiteurRevDec > MaxMoisDebRevDec or NbDepassRevDec > MaxDepassRevDec)
              and DecouvertProposeRevDec > DecouvertActuelRd then
               move DecouvertActuelRd to DecouvertProposeRevDec
           end-if.

           if DecouvertProposeRevDec = DecouvertActuelRd then
               exit paragraph
           end-if.

           exec sql
               select newid() into :IdPropositionDec
           end-exec.
           exec sql
               INSERT INTO PropositionDecouvert
                   (IdProposition, DateRevision, CodeBanque, CodeGuichet, RacineCompte,
                    TypeCompte, CodeClient, DecouvertActuel, RevenuMensuel, NbMoisRevenus,
                    NbMoisDebiteur, NbDepassements, DecouvertPropose, Statut)
               VALUES
                   (:IdPropositionDec, :DateRevisionDec, :CompteRevDecCourant.CodeBanqueRd,
                    :CompteRevDecCourant.CodeGuichetRd, :CompteRevDecCourant.RacineCompteRd,
                    :CompteRevDecCourant.TypeCompteRd, :CompteRevDecCourant.CodeClientRd,
                    :CompteRevDecCourant.DecouvertActuelRd, :RevenuMensuelRevDec,
                    :NbMoisRevenusRevDec, :NbMoisDebiteurRevDec, :NbDepassRevDec,
                    :DecouvertProposeRevDec, 'P')
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbPropositionsDec
           end-if.

       CalculSoldeFinMoisRevDec.
           exec sql
               select convert(char(8), dateadd(month, 1 - :NoMoisRevDec,
                          convert(datetime, :DebutMoisRevDec, 112)), 112)
               into :BorneMoisRevDec
           end-exec.
           move 0 to MvtsPosterieursRevDec.
           exec sql
               select ISNULL(sum(case when Sens = 'C' then Montant else 0 - Montant end), 0)
               into :MvtsPosterieursRevDec
               from MouvementCompte
               where CodeBanque = :CompteRevDecCourant.CodeBanqueRd
                 and CodeGuichet = :CompteRevDecCourant.CodeGuichetRd
                 and RacineCompte = :CompteRevDecCourant.RacineCompteRd
                 and TypeCompte = :CompteRevDecCourant.TypeCompteRd
                 and left(DateMouvement, 8) >= :BorneMoisRevDec
           end-exec.
           compute SoldeFinMoisRevDec = SoldeCourantRevDec - MvtsPosterieursRevDec.
           if SoldeFinMoisRevDec < 0 then
               add 1 to NbMoisDebiteurRevDec
           end-if.

      **********************************************************************************************
      ***** Validation des propositions de decouvert (sous-menu Consultations, option D) *****
      ***** Liste des propositions a valider (toutes sur [T]) ; le conseiller accepte, *****
      ***** modifie le montant ou refuse. Une proposition acceptee ou modifiee met a jour *****
      ***** le compte, trace l'ancien et le nouveau decouvert dans l'audit des referentiels *****
      ***** et envoie la lettre RDA au titulaire. Lancement de la revision reserve au profil A *****
      **********************************************************************************************
       GestionRevisionDecouverts.
           move "P" to FiltrePropositionsDec.
           move 0 to RevisionDec-iterator.
           perform GestionRevisionDecouverts-Trt until RevisionDec-iterator = 1.

       GestionRevisionDecouverts-Trt.
           perform AffichageListePropositionsDec.
           move " " to OptionRevisionDec.
           display "[A]ccepter / [M]odifier / [R]efuser / [T]ous / [L]ancer / autre = retour : " line 21 col 2 with no advancing.
           accept OptionRevisionDec line 21 col 77.
           inspect OptionRevisionDec converting "amrtl" to "AMRTL".

           evaluate OptionRevisionDec
               when "A"
               when "M"
               when "R"
                   move 0 to NoPropositionDecSaisi
                   display "Proposition No : " line 22 col 2 with no advancing
                   accept NoPropositionDecSaisi line 22 col 19
                   if NoPropositionDecSaisi > 0 and NoPropositionDecSaisi <= MaxPropositionDec then
                       move IdPropositionDecEcran(NoPropositionDecSaisi) to IdPropositionDec
                       perform DecisionPropositionDec
                   end-if
               when "T"
                   if FiltrePropositionsDec = "P" then
                       move "T" to FiltrePropositionsDec
                   else
                       move "P" to FiltrePropositionsDec
                   end-if
               when "L"
                   if ProfilOperateur <> "A" then
                       display " ** Lancement de la revision reserve au profil A ** " line 25 col 1 bell blink
                   else
                       move spaces to DateRevisionDec
                       perform RevisionDecouverts
                   end-if
               when other
                   move 1 to RevisionDec-iterator
           end-evaluate.

      ***** Liste numerotee des propositions, les plus recentes d'abord (15 au plus) *****
       AffichageListePropositionsDec.
           display " " line 1 col 1 blank screen.
           if FiltrePropositionsDec = "P" then
               display "PROPOSITIONS DE DECOUVERT A VALIDER" line 2 col 22
           else
               display "PROPOSITIONS DE DECOUVERT (TOUS STATUTS)" line 2 col 20
           end-if.
           display "No  Revision Nom             Gui   Racine    Ty Actuel Rev/mois MD Dp Propos St" line 4 col 1.

           move 0 to MaxPropositionDec.
           move 0 to NoPropositionDecSaisi.
           move 4 to NoLigneRevDec.
           move 0 to BoucleurRevDec.

           exec sql
               declare C-ListePropositionsDec cursor for
                   select PropositionDecouvert.IdProposition, PropositionDecouvert.DateRevision,
                          ISNULL(Client.Nom, ' '), PropositionDecouvert.CodeGuichet,
                          PropositionDecouvert.RacineCompte, PropositionDecouvert.TypeCompte,
                          PropositionDecouvert.DecouvertActuel, PropositionDecouvert.RevenuMensuel,
                          PropositionDecouvert.NbMoisDebiteur, PropositionDecouvert.NbDepassements,
                          PropositionDecouvert.DecouvertPropose, PropositionDecouvert.Statut
                   from PropositionDecouvert
                   left join Client on Client.CodeClient = PropositionDecouvert.CodeClient
                   where :FiltrePropositionsDec = 'T' or PropositionDecouvert.Statut = 'P'
                   order by PropositionDecouvert.DateRevision DESC, Client.Nom
           end-exec.
           exec sql
               open C-ListePropositionsDec
           end-exec.

           perform AffichageLignePropositionDec until BoucleurRevDec = 1.

           exec sql
               close C-ListePropositionsDec
           end-exec.

           if MaxPropositionDec = 0 then
               display "Aucune proposition" line 6 col 5
           end-if.

       AffichageLignePropositionDec.
           exec sql
               fetch C-ListePropositionsDec into :LignePropositionDecCourante.IdPropositionPd,
                   :LignePropositionDecCourante.DateRevisionPd,
                   :LignePropositionDecCourante.NomPd,
                   :LignePropositionDecCourante.CodeGuichetPd,
                   :LignePropositionDecCourante.RacineComptePd,
                   :LignePropositionDecCourante.TypeComptePd,
                   :LignePropositionDecCourante.DecouvertActuelPd,
                   :LignePropositionDecCourante.RevenuMensuelPd,
                   :LignePropositionDecCourante.NbMoisDebiteurPd,
                   :LignePropositionDecCourante.NbDepassementsPd,
                   :LignePropositionDecCourante.DecouvertProposePd,
                   :LignePropositionDecCourante.StatutPd
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxPropositionDec < 15 then
               add 1 to MaxPropositionDec
               move MaxPropositionDec to NoPropositionDecSaisi
               move IdPropositionPd to IdPropositionDecEcran(MaxPropositionDec)
               add 1 to NoLigneRevDec
               display NoPropositionDecSaisi line NoLigneRevDec col 1 with no advancing
               display DateRevisionPd line NoLigneRevDec col 5 with no advancing
               display NomPd line NoLigneRevDec col 14 with no advancing
               display CodeGuichetPd line NoLigneRevDec col 30 with no advancing
               display RacineComptePd line NoLigneRevDec col 36 with no advancing
               display TypeComptePd line NoLigneRevDec col 46 with no advancing
               move DecouvertActuelPd to DecouvertRevDecEd
               display DecouvertRevDecEd line NoLigneRevDec col 49 with no advancing
               move RevenuMensuelPd to RevenuRevDecEd
               display RevenuRevDecEd line NoLigneRevDec col 56 with no advancing
               move NbMoisDebiteurPd to NbRevDecEd
               display NbRevDecEd line NoLigneRevDec col 65 with no advancing
               move NbDepassementsPd to NbRevDecEd
               display NbRevDecEd line NoLigneRevDec col 68 with no advancing
               move DecouvertProposePd to DecouvertRevDecEd
               display DecouvertRevDecEd line NoLigneRevDec col 71 with no advancing
               display StatutPd line NoLigneRevDec col 78
           else
               move 1 to BoucleurRevDec
           end-if.

      ***** Decision sur la proposition IdPropositionDec selon OptionRevisionDec (A/M/R) *****
       DecisionPropositionDec.
           exec sql
               select CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                      DecouvertActuel, DecouvertPropose, Statut
               into :LignePropositionDecCourante.CodeBanquePd,
                    :LignePropositionDecCourante.CodeGuichetPd,
                    :LignePropositionDecCourante.RacineComptePd,
                    :LignePropositionDecCourante.TypeComptePd,
                    :LignePropositionDecCourante.DecouvertActuelPd,
                    :LignePropositionDecCourante.DecouvertProposePd,
                    :LignePropositionDecCourante.StatutPd
               from PropositionDecouvert
               where IdProposition = :IdPropositionDec
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Proposition introuvable ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if StatutPd <> "P" then
               display " ** Proposition deja traitee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

      ***** Montant modifie en euros entiers ; une saisie vide abandonne la decision, *****
      ***** la proposition reste a valider *****
           move DecouvertProposePd to DecouvertRetenuRevDec.
           if OptionRevisionDec = "M" then
               move spaces to DecouvertRetenuTexte
               display "Decouvert retenu (vide = abandon) : " line 23 col 2 with no advancing
               accept DecouvertRetenuTexte line 23 col 38
               if DecouvertRetenuTexte = spaces then
                   exit paragraph
               end-if
               move spaces to DecouvertRetenuChiffres
               unstring DecouvertRetenuTexte delimited by space into DecouvertRetenuChiffres
               end-unstring
               inspect DecouvertRetenuChiffres replacing leading space by "0"
               if DecouvertRetenuChiffres is not numeric then
                   display " ** Montant en euros entiers attendu ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
               move DecouvertRetenuChiffres to DecouvertRetenuRevDec
           end-if.
           if OptionRevisionDec = "R" then
               move DecouvertActuelPd to DecouvertRetenuRevDec
           end-if.

           move spaces to DateRevisionDec.
           accept DateRevisionDec from date yyyymmdd.
           exec sql
               UPDATE PropositionDecouvert
               SET Statut = :OptionRevisionDec,
                   DecouvertRetenu = :DecouvertRetenuRevDec,
                   DateDecision = :DateRevisionDec,
                   CodeOperateurDecision = :CodeOperateurSigne
               WHERE IdProposition = :IdPropositionDec
           end-exec.

           if OptionRevisionDec = "R" or DecouvertRetenuRevDec = DecouvertActuelPd then
               exit paragraph
           end-if.
           perform ApplicationDecouvertRevDec.

      ***** Mise a jour du decouvert du compte, audit et lettre RDA au titulaire *****
       ApplicationDecouvertRevDec.
           move CodeBanquePd to CodeBanqueMvt.
           move CodeGuichetPd to CodeGuichetMvt.
           move RacineComptePd to RacineCompteMvt.
           move TypeComptePd to TypeCompteMvt.
           exec sql
               UPDATE Compte SET DecouvertAutorise = :DecouvertRetenuRevDec
               WHERE CodeBanque = :CodeBanqueMvt AND CodeGuichet = :CodeGuichetMvt
                 AND RacineCompte = :RacineCompteMvt AND TypeCompte = :TypeCompteMvt
           end-exec.

      ***** Compte introuvable ou mise a jour en echec : la proposition passe en rejet (E), *****
      ***** sans audit ni lettre RDA *****
           if (SQLCODE <> 0 and SQLCODE <> 1) or SQLERRD(3) = 0 then
               exec sql
                   UPDATE PropositionDecouvert SET Statut = 'E'
                   WHERE IdProposition = :IdPropositionDec
               end-exec
               display " ** Decouvert du compte non mis a jour, proposition rejetee ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move "Compte" to TableAudit.
           move "M" to ActionAudit.
           move spaces to CleAudit.
           string CodeBanqueMvt " " CodeGuichetMvt " " RacineCompteMvt " " TypeCompteMvt
               delimited by size into CleAudit
           end-string.
           move DecouvertActuelPd to AncienDecouvertAuditEd.
           move DecouvertRetenuRevDec to NouveauDecouvertAuditEd.
           move spaces to AnciennesValeursAudit.
           string "DecouvertAutorise=" AncienDecouvertAuditEd
               delimited by size into AnciennesValeursAudit
           end-string.
           move spaces to NouvellesValeursAudit.
           string "DecouvertAutorise=" NouveauDecouvertAuditEd " (revision annuelle)"
               delimited by size into NouvellesValeursAudit
           end-string.
           perform EcritureAuditReferentiel.

           perform InitFichierCourriers.
           move "RDA" to CodeLettreCourrier of DemandeCourrier.
           move CodeBanqueMvt to CodeBanqueCourrier of DemandeCourrier.
           move CodeGuichetMvt to CodeGuichetCourrier of DemandeCourrier.
           move RacineCompteMvt to RacineCompteCourrier of DemandeCourrier.
           move TypeCompteMvt to TypeCompteCourrier of DemandeCourrier.
           move DecouvertRetenuRevDec to MontantCourrier of DemandeCourrier.
           perform GenerationCourrier.
           perform ClotureFichierCourriers.

      **********************************************************************************************
      ***** Abonnements aux alertes d'un compte (Gestion client, option N) *****
      **********************************************************************************************
       GestionAlertes.
           if CodeBanque of CleBase of LigneEcran(LigneCompte) = "" then
               display " ** Compte non encore enregistre en base ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move CodeBanque of CleBase of LigneEcran(LigneCompte) to CodeBanqueMvt.
           move CodeGuichet of CleBase of LigneEcran(LigneCompte) to CodeGuichetMvt.
           move RacineCompte of CleBase of LigneEcran(LigneCompte) to RacineCompteMvt.
           move TypeCompte of CleBase of LigneEcran(LigneCompte) to TypeCompteMvt.

           move 0 to Alertes-iterator.
           perform GestionAlertes-Trt until Alertes-iterator = 1.

       GestionAlertes-Trt.
           perform AffichageListeAbonnementsAl.
           move " " to OptionAlertes.
           display "[C]reer / [R]esilier / autre = retour : " line 22 col 2 with no advancing.
           accept OptionAlertes line 22 col 42.
           if OptionAlertes = "c" then
               move "C" to OptionAlertes
           end-if.
           if OptionAlertes = "r" then
               move "R" to OptionAlertes
           end-if.

           evaluate OptionAlertes
               when "C"
                   perform CreationAbonnementAlerte
               when "R"
                   perform ResiliationAbonnementAlerte
               when other
                   move 1 to Alertes-iterator
           end-evaluate.

      ***** Liste numerotee des abonnements actifs du compte *****
       AffichageListeAbonnementsAl.
           display " " line 1 col 1 blank screen.
           display "ALERTES DU COMPTE " line 2 col 24 with no advancing.
           display CodeBanqueMvt line 2 col 43 with no advancing.
           display CodeGuichetMvt line 2 col 49 with no advancing.
           display RacineCompteMvt line 2 col 55 with no advancing.
           display TypeCompteMvt line 2 col 65.
           display "No  Type  Seuil / montant  Canal  Etat" line 4 col 1.

           move 0 to MaxAbonnementsAl.
           move 0 to NoAbonnementSaisi.
           move 4 to NoLigneAbonnementAl.
           move 0 to BoucleurAbonnementsAl.

           exec sql
               declare C-ListeAbonnementsAl cursor for
                   select IdAbonnement, TypeAlerte, ISNULL(Seuil, 0), Canal,
                          ISNULL(EtatAlerte, 'N')
                   from AbonnementAlerte
                   where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                     and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                     and Statut = 'A'
                   order by TypeAlerte, Canal
           end-exec.
           exec sql
               open C-ListeAbonnementsAl
           end-exec.

           perform AffichageLigneAbonnementAl until BoucleurAbonnementsAl = 1.

           exec sql
               close C-ListeAbonnementsAl
           end-exec.

       AffichageLigneAbonnementAl.
           exec sql
               fetch C-ListeAbonnementsAl into :LigneAbonnementAl.IdAbonnementAl,
                   :LigneAbonnementAl.TypeAlerteAl, :LigneAbonnementAl.SeuilAl,
                   :LigneAbonnementAl.CanalAl, :LigneAbonnementAl.EtatAlerteAl
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxAbonnementsAl < 15 then
               add 1 to MaxAbonnementsAl
               move MaxAbonnementsAl to NoAbonnementSaisi
               move IdAbonnementAl to IdAbonnementEcran(MaxAbonnementsAl)
               move SeuilAl to MontantAlerteEd
               add 1 to NoLigneAbonnementAl
               display NoAbonnementSaisi line NoLigneAbonnementAl col 1 with no advancing
               display TypeAlerteAl line NoLigneAbonnementAl col 5 with no advancing
               display MontantAlerteEd line NoLigneAbonnementAl col 11 with no advancing
               display CanalAl line NoLigneAbonnementAl col 29 with no advancing
               display EtatAlerteAl line NoLigneAbonnementAl col 36
           else
               move 1 to BoucleurAbonnementsAl
           end-if.

      ***** Creation : type, seuil (SOL, DEB), canal ; le client doit avoir les coordonnees *****
      ***** du canal choisi, et un seul abonnement actif par type et canal sur le compte *****
       CreationAbonnementAlerte.
           move " " to TypeAlerteSaisi.
           move " " to CanalAlerteSaisi.
           move 0 to SeuilAlerteSaisi.
           display "Type (SOL solde / DEB debit / DEC decouvert / MAN mandat) : " line 23 col 2 with no advancing.
           accept TypeAlerteSaisi line 23 col 63.
           inspect TypeAlerteSaisi converting "solderbcman" to "SOLDERBCMAN".
           if TypeAlerteSaisi <> "SOL" and TypeAlerteSaisi <> "DEB"
              and TypeAlerteSaisi <> "DEC" and TypeAlerteSaisi <> "MAN" then
               display " ** Type d'alerte invalide (SOL/DEB/DEC/MAN) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           if TypeAlerteSaisi = "SOL" or TypeAlerteSaisi = "DEB" then
               display "Seuil / montant : " line 24 col 2 with no advancing
               accept SeuilAlerteSaisi line 24 col 20
               if TypeAlerteSaisi = "DEB" and SeuilAlerteSaisi = 0 then
                   display " ** Montant du debit a signaler obligatoire ** " line 25 col 1 bell blink
                   exit paragraph
               end-if
           end-if.

           display "Canal (S SMS / E email) : " line 24 col 40 with no advancing.
           accept CanalAlerteSaisi line 24 col 66.
           inspect CanalAlerteSaisi converting "se" to "SE".
           if CanalAlerteSaisi <> "S" and CanalAlerteSaisi <> "E" then
               display " ** Canal invalide (S/E) ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move " " to TelephoneAl.
           move " " to EmailAl.
           exec sql
               select ISNULL(Client.Telephone, ' '), ISNULL(Client.Email, ' ')
               into :LigneAbonnementAl.TelephoneAl, :LigneAbonnementAl.EmailAl
               from Compte
               join Client on Client.CodeClient = Compte.CodeClient
               where Compte.CodeBanque = :CodeBanqueMvt and Compte.CodeGuichet = :CodeGuichetMvt
                 and Compte.RacineCompte = :RacineCompteMvt and Compte.TypeCompte = :TypeCompteMvt
           end-exec.
           if CanalAlerteSaisi = "S" and TelephoneAl = " " then
               display " ** Aucun telephone connu pour ce client ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if CanalAlerteSaisi = "E" and EmailAl = " " then
               display " ** Aucun email connu pour ce client ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move TypeAlerteSaisi to TypeAlerteAl.
           move CanalAlerteSaisi to CanalAl.
           move 0 to MaxAbonnementsAl.
           exec sql
               select count(*) into :MaxAbonnementsAl from AbonnementAlerte
               where CodeBanque = :CodeBanqueMvt and CodeGuichet = :CodeGuichetMvt
                 and RacineCompte = :RacineCompteMvt and TypeCompte = :TypeCompteMvt
                 and TypeAlerte = :LigneAbonnementAl.TypeAlerteAl
                 and Canal = :LigneAbonnementAl.CanalAl
                 and Statut = 'A'
           end-exec.
           if MaxAbonnementsAl > 0 then
               display " ** Abonnement deja actif pour ce type et ce canal ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           accept DateJourAlertes from date yyyymmdd.
           move SeuilAlerteSaisi to SeuilAl.
           exec sql
               select newid() into :LigneAbonnementAl.IdAbonnementAl
           end-exec.
           exec sql
               INSERT INTO AbonnementAlerte
                   (IdAbonnement, CodeBanque, CodeGuichet, RacineCompte, TypeCompte,
                    TypeAlerte, Seuil, Canal, Statut, EtatAlerte, DateCreation)
               VALUES
                   (:LigneAbonnementAl.IdAbonnementAl, :CodeBanqueMvt, :CodeGuichetMvt,
                    :RacineCompteMvt, :TypeCompteMvt, :LigneAbonnementAl.TypeAlerteAl,
                    :LigneAbonnementAl.SeuilAl, :LigneAbonnementAl.CanalAl, 'A', 'N',
                    :DateJourAlertes)
           end-exec.
           display " ** Abonnement cree ** " line 25 col 1.

       ResiliationAbonnementAlerte.
           move 0 to NoAbonnementSaisi.
           display "No de l'abonnement a resilier : " line 23 col 2 with no advancing.
           accept NoAbonnementSaisi line 23 col 35.
           if NoAbonnementSaisi = 0 or NoAbonnementSaisi > MaxAbonnementsAl then
               exit paragraph
           end-if.

           move IdAbonnementEcran(NoAbonnementSaisi) to IdAbonnementAl.
           exec sql
               UPDATE AbonnementAlerte SET Statut = 'X'
               WHERE IdAbonnement = :LigneAbonnementAl.IdAbonnementAl
           end-exec.
           display " ** Abonnement resilie ** " line 25 col 1.

      **********************************************************************************************
      ***** Evaluation des alertes clients (mode batch "ALERTES", apres les imports de *****
      ***** mouvements et de prelevements et la journee de guichet) : produit le fichier de *****
      ***** notifications du prestataire de messagerie et journalise chaque envoi *****
      **********************************************************************************************
       EvaluationAlertes.
           perform EvaluationAlertes-Init.
           perform EvaluationAlertesEtat.
           perform EvaluationAlertesDebit.
           perform EvaluationAlertesMandat.
           perform EvaluationAlertes-Fin.

       EvaluationAlertes-Init.
           move 0 to NbAlertesEnvoyees.
           move 0 to NbAlertesSansContact.
           move 0 to NbLignesNotifications.
           accept DateJourAlertes from date yyyymmdd.

           move "NOTIFICATIONS ALERTES" to TypeEditionCourant.
           move "NotificationsAlertes" to NomCourtEdition.
           perform ConstructionNomEdition.
           move NomFichierEditionCourant to NomFichierNotifications.
           open output F-NotificationsAlertes.

       EvaluationAlertes-Fin.
           close F-NotificationsAlertes.
           move NomFichierNotifications to NomFichierEditionCourant.
           move 1 to NbPagesCatalogue.
           move NbLignesNotifications to NbLignesCatalogue.
           perform EcritureCatalogueEdition.

           if ModeBatch(1:7) <> "ALERTES" then
               display "Alertes envoyees : " line 1 col 1 with no advancing
               display NbAlertesEnvoyees line 1 col 20 with no advancing
               display " - sans coordonnees : " line 1 col 27 with no advancing
               display NbAlertesSansContact line 1 col 49 with no advancing
               display " - Tapez Entree " line 1 col 56 with no advancing
               accept reponse
           end-if.

      ***** Solde sous le seuil (SOL) et passage en decouvert (DEC) : une alerte a l'entree *****
      ***** dans la situation, puis plus rien tant qu'elle dure (EtatAlerte = D) ; le retour *****
      ***** a la normale rearme l'abonnement *****
       EvaluationAlertesEtat.
           move 0 to AbonnementsAl-iterator.
           exec sql
               declare C-AlertesEtat cursor for
                   select AbonnementAlerte.IdAbonnement, AbonnementAlerte.CodeBanque,
                          AbonnementAlerte.CodeGuichet, AbonnementAlerte.RacineCompte,
                          AbonnementAlerte.TypeCompte, AbonnementAlerte.TypeAlerte,
                          ISNULL(AbonnementAlerte.Seuil, 0), AbonnementAlerte.Canal,
                          ISNULL(AbonnementAlerte.EtatAlerte, 'N'), Compte.CodeClient,
                          ISNULL(Client.Telephone, ' '), ISNULL(Client.Email, ' '),
                          Compte.Debit, Compte.Credit
                   from AbonnementAlerte
                   join Compte on Compte.CodeBanque = AbonnementAlerte.CodeBanque
                              and Compte.CodeGuichet = AbonnementAlerte.CodeGuichet
                              and Compte.RacineCompte = AbonnementAlerte.RacineCompte
                              and Compte.TypeCompte = AbonnementAlerte.TypeCompte
                   join Client on Client.CodeClient = Compte.CodeClient
                   where AbonnementAlerte.Statut = 'A'
                     and AbonnementAlerte.TypeAlerte in ('SOL', 'DEC')
                     and ISNULL(Compte.Statut, 'O') <> 'C'
                     and ISNULL(Client.Decede, 'N') <> 'O'
           end-exec.
           exec sql
               open C-AlertesEtat
           end-exec.
           perform LectureAlerteEtat until AbonnementsAl-iterator = 1.
           exec sql
               close C-AlertesEtat
           end-exec.

       LectureAlerteEtat.
           exec sql
               fetch C-AlertesEtat into :LigneAbonnementAl.IdAbonnementAl,
                   :LigneAbonnementAl.CodeBanqueAl, :LigneAbonnementAl.CodeGuichetAl,
                   :LigneAbonnementAl.RacineCompteAl, :LigneAbonnementAl.TypeCompteAl,
                   :LigneAbonnementAl.TypeAlerteAl, :LigneAbonnementAl.SeuilAl,
                   :LigneAbonnementAl.CanalAl, :LigneAbonnementAl.EtatAlerteAl,
                   :LigneAbonnementAl.CodeClientAl, :LigneAbonnementAl.TelephoneAl,
                   :LigneAbonnementAl.EmailAl, :LigneAbonnementAl.DebitAl,
                   :LigneAbonnementAl.CreditAl
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform TraitementAlerteEtat
           else
               move 1 to AbonnementsAl-iterator
           end-if.

       TraitementAlerteEtat.
           compute SoldeAlerte = CreditAl - DebitAl.
           move SoldeAlerte to SoldeAlerteEd.

      ***** Situation revenue a la normale : l'abonnement est rearme *****
           if (TypeAlerteAl = "SOL" and SoldeAlerte >= SeuilAl)
              or (TypeAlerteAl = "DEC" and SoldeAlerte >= 0) then
               if EtatAlerteAl = "D" then
                   exec sql
                       UPDATE AbonnementAlerte SET EtatAlerte = 'N'
                       WHERE IdAbonnement = :LigneAbonnementAl.IdAbonnementAl
                   end-exec
               end-if
               exit paragraph
           end-if.

           if EtatAlerteAl = "D" then
               exit paragraph
           end-if.

           move spaces to MessageAlerte.
           if TypeAlerteAl = "SOL" then
               move SeuilAl to MontantAlerteEd
               string "Serfa : le solde de votre compte " RacineCompteAl
                      " est passe sous " MontantAlerteEd " (solde " SoldeAlerteEd ")"
                      delimited by size into MessageAlerte
           else
               string "Serfa : votre compte " RacineCompteAl
                      " est a decouvert (solde " SoldeAlerteEd ")"
                      delimited by size into MessageAlerte
           end-if.
           move spaces to CleEvenementAl.
           string TypeAlerteAl DateJourAlertes delimited by size into CleEvenementAl.

           perform EmissionAlerte.
           if AlerteEmise = "O" then
               exec sql
                   UPDATE AbonnementAlerte SET EtatAlerte = 'D'
                   WHERE IdAbonnement = :LigneAbonnementAl.IdAbonnementAl
               end-exec
           end-if.

      ***** Debits unitaires au-dela du montant de l'abonnement, postes depuis sa creation ; *****
      ***** la cle d'evenement (IdMouvement) ecarte ceux deja signales, deux debits identiques *****
      ***** du meme jour restant distincts. Les alertes anterieures, cle date-montant-libelle, *****
      ***** ecartent encore les mouvements qu'elles ont signales *****
       EvaluationAlertesDebit.
           move 0 to AbonnementsAl-iterator.
           exec sql
               declare C-AlertesDebit cursor for
                   select AbonnementAlerte.IdAbonnement, AbonnementAlerte.CodeBanque,
                          AbonnementAlerte.CodeGuichet, AbonnementAlerte.RacineCompte,
                          AbonnementAlerte.TypeCompte, AbonnementAlerte.TypeAlerte,
                          AbonnementAlerte.Canal, Compte.CodeClient,
                          ISNULL(Client.Telephone, ' '), ISNULL(Client.Email, ' '),
                          convert(varchar(36), MouvementCompte.IdMouvement),
                          MouvementCompte.Montant, ISNULL(MouvementCompte.Libelle, ' ')
                   from AbonnementAlerte
                   join Compte on Compte.CodeBanque = AbonnementAlerte.CodeBanque
                              and Compte.CodeGuichet = AbonnementAlerte.CodeGuichet
                              and Compte.RacineCompte = AbonnementAlerte.RacineCompte
                              and Compte.TypeCompte = AbonnementAlerte.TypeCompte
                   join Client on Client.CodeClient = Compte.CodeClient
                   join MouvementCompte
                     on MouvementCompte.CodeBanque = AbonnementAlerte.CodeBanque
                    and MouvementCompte.CodeGuichet = AbonnementAlerte.CodeGuichet
                    and MouvementCompte.RacineCompte = AbonnementAlerte.RacineCompte
                    and MouvementCompte.TypeCompte = AbonnementAlerte.TypeCompte
                   where AbonnementAlerte.Statut = 'A'
                     and AbonnementAlerte.TypeAlerte = 'DEB'
                     and ISNULL(Client.Decede, 'N') <> 'O'
                     and MouvementCompte.Sens = 'D'
                     and MouvementCompte.Montant > ISNULL(AbonnementAlerte.Seuil, 0)
                     and left(MouvementCompte.DateMouvement, 8) >= AbonnementAlerte.DateCreation
                     and not exists (select 1 from AlerteEnvoyee
                         where AlerteEnvoyee.IdAbonnement = AbonnementAlerte.IdAbonnement
                           and AlerteEnvoyee.CleEvenement =
                               convert(varchar(36), MouvementCompte.IdMouvement))
                     and not exists (select 1 from AlerteEnvoyee
                         where AlerteEnvoyee.IdAbonnement = AbonnementAlerte.IdAbonnement
                           and AlerteEnvoyee.CleEvenement =
                               left(MouvementCompte.DateMouvement, 8) + '-'
                               + convert(varchar(20), MouvementCompte.Montant) + '-'
                               + left(ISNULL(MouvementCompte.Libelle, ' '), 30))
           end-exec.
           exec sql
               open C-AlertesDebit
           end-exec.
           perform LectureAlerteDebit until AbonnementsAl-iterator = 1.
           exec sql
               close C-AlertesDebit
           end-exec.

       LectureAlerteDebit.
           exec sql
               fetch C-AlertesDebit into :LigneAbonnementAl.IdAbonnementAl,
                   :LigneAbonnementAl.CodeBanqueAl, :LigneAbonnementAl.CodeGuichetAl,
                   :LigneAbonnementAl.RacineCompteAl, :LigneAbonnementAl.TypeCompteAl,
                   :LigneAbonnementAl.TypeAlerteAl, :LigneAbonnementAl.CanalAl,
                   :LigneAbonnementAl.CodeClientAl, :LigneAbonnementAl.TelephoneAl,
                   :LigneAbonnementAl.EmailAl, :LigneAbonnementAl.CleEvenementAl,
                   :LigneAbonnementAl.MontantEvenementAl, :LigneAbonnementAl.LibelleEvenementAl
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to AbonnementsAl-iterator
               exit paragraph
           end-if.

           move MontantEvenementAl to MontantAlerteEd.
           move spaces to MessageAlerte.
           string "Serfa : debit de " MontantAlerteEd " sur votre compte " RacineCompteAl
                  " : " LibelleEvenementAl
                  delimited by size into MessageAlerte.
           perform EmissionAlerte.

      ***** Premier prelevement d'un mandat encaisse depuis la creation de l'abonnement *****
      ***** (DatePremierPrelev porte par le mandat) ; la cle d'evenement est le mandat *****
       EvaluationAlertesMandat.
           move 0 to AbonnementsAl-iterator.
           exec sql
               declare C-AlertesMandat cursor for
                   select AbonnementAlerte.IdAbonnement, AbonnementAlerte.CodeBanque,
                          AbonnementAlerte.CodeGuichet, AbonnementAlerte.RacineCompte,
                          AbonnementAlerte.TypeCompte, AbonnementAlerte.TypeAlerte,
                          AbonnementAlerte.Canal, Compte.CodeClient,
                          ISNULL(Client.Telephone, ' '), ISNULL(Client.Email, ' '),
                          convert(varchar(36), MandatPrelevement.IdMandat),
                          ISNULL(MandatPrelevement.MontantDernierPrelev, 0),
                          MandatPrelevement.IdCreancier
                   from AbonnementAlerte
                   join Compte on Compte.CodeBanque = AbonnementAlerte.CodeBanque
                              and Compte.CodeGuichet = AbonnementAlerte.CodeGuichet
                              and Compte.RacineCompte = AbonnementAlerte.RacineCompte
                              and Compte.TypeCompte = AbonnementAlerte.TypeCompte
                   join Client on Client.CodeClient = Compte.CodeClient
                   join MandatPrelevement
                     on MandatPrelevement.CodeBanque = AbonnementAlerte.CodeBanque
                    and MandatPrelevement.CodeGuichet = AbonnementAlerte.CodeGuichet
                    and MandatPrelevement.RacineCompte = AbonnementAlerte.RacineCompte
                    and MandatPrelevement.TypeCompte = AbonnementAlerte.TypeCompte
                   where AbonnementAlerte.Statut = 'A'
                     and AbonnementAlerte.TypeAlerte = 'MAN'
                     and ISNULL(Client.Decede, 'N') <> 'O'
                     and ISNULL(MandatPrelevement.DatePremierPrelev, ' ') <> ' '
                     and MandatPrelevement.DatePremierPrelev >= AbonnementAlerte.DateCreation
                     and not exists (select 1 from AlerteEnvoyee
                         where AlerteEnvoyee.IdAbonnement = AbonnementAlerte.IdAbonnement
                           and AlerteEnvoyee.CleEvenement =
                               convert(varchar(36), MandatPrelevement.IdMandat))
           end-exec.
           exec sql
               open C-AlertesMandat
           end-exec.
           perform LectureAlerteMandat until AbonnementsAl-iterator = 1.
           exec sql
               close C-AlertesMandat
           end-exec.

       LectureAlerteMandat.
           exec sql
               fetch C-AlertesMandat into :LigneAbonnementAl.IdAbonnementAl,
                   :LigneAbonnementAl.CodeBanqueAl, :LigneAbonnementAl.CodeGuichetAl,
                   :LigneAbonnementAl.RacineCompteAl, :LigneAbonnementAl.TypeCompteAl,
                   :LigneAbonnementAl.TypeAlerteAl, :LigneAbonnementAl.CanalAl,
                   :LigneAbonnementAl.CodeClientAl, :LigneAbonnementAl.TelephoneAl,
                   :LigneAbonnementAl.EmailAl, :LigneAbonnementAl.CleEvenementAl,
                   :LigneAbonnementAl.MontantEvenementAl, :LigneAbonnementAl.LibelleEvenementAl
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to AbonnementsAl-iterator
               exit paragraph
           end-if.

           move MontantEvenementAl to MontantAlerteEd.
           move spaces to MessageAlerte.
           string "Serfa : premier prelevement de " MontantAlerteEd " du creancier "
                  LibelleEvenementAl " sur votre compte " RacineCompteAl
                  delimited by size into MessageAlerte.
           perform EmissionAlerte.

      ***** Ecriture de la notification au canal de l'abonnement et journalisation de l'envoi ; *****
      ***** sans coordonnees, rien n'est journalise et l'evenement sera repris au passage *****
      ***** suivant *****
       EmissionAlerte.
           move "N" to AlerteEmise.
           if CanalAl = "S" then
               move TelephoneAl to DestinataireAlerte
           else
               move EmailAl to DestinataireAlerte
           end-if.
           if DestinataireAlerte = spaces then
               add 1 to NbAlertesSansContact
               exit paragraph
           end-if.

           move CanalAl to CanalNotif.
           move DestinataireAlerte to DestinataireNotif.
           move CodeClientAl to CodeClientNotif.
           move CodeBanqueAl to CodeBanqueNotif.
           move CodeGuichetAl to CodeGuichetNotif.
           move RacineCompteAl to RacineCompteNotif.
           move TypeCompteAl to TypeCompteNotif.
           move TypeAlerteAl to TypeAlerteNotif.
           move MessageAlerte to MessageNotif.
           write E-NotificationsAlertes from LigneNotification.
           add 1 to NbLignesNotifications.

           exec sql
               INSERT INTO AlerteEnvoyee
                   (IdAlerteEnvoyee, IdAbonnement, TypeAlerte, CleEvenement, CodeBanque,
                    CodeGuichet, RacineCompte, TypeCompte, CodeClient, Canal, Destinataire,
                    Message, DateEnvoi, DateCalcul)
               VALUES
                   (newid(), :LigneAbonnementAl.IdAbonnementAl, :LigneAbonnementAl.TypeAlerteAl,
                    :LigneAbonnementAl.CleEvenementAl, :LigneAbonnementAl.CodeBanqueAl,
                    :LigneAbonnementAl.CodeGuichetAl, :LigneAbonnementAl.RacineCompteAl,
                    :LigneAbonnementAl.TypeCompteAl, :LigneAbonnementAl.CodeClientAl,
                    :LigneAbonnementAl.CanalAl, :DestinataireAlerte, :MessageAlerte,
                    :DateJourAlertes, getdate())
           end-exec.
           move "O" to AlerteEmise.
           add 1 to NbAlertesEnvoyees.

      ***** Suppression d'un client et cascade-suppression de ses comptes *****
       SuppressionClient.
           exec sql
               select count(*) into :NbCompteClient from Compte
               where CodeClient = :Client.CodeClient
           end-exec.

           move "N" to ConfirmationSuppressionClient.
           display GestionListeClient-NotifSuppression.
           accept GestionListeClient-NotifSuppression.

           if ConfirmationSuppressionClient = "o" or ConfirmationSuppressionClient = "O" then
               if NbCompteClient > 0 then
                   exec sql
                       DELETE FROM Compte WHERE CodeClient = :Client.CodeClient
                   end-exec
               end-if
      ***** Le client quitte son menage / groupe d'affaires *****
               move CodeClient of Client to CodeClientRetraitGrp
               perform RetraitMembreGroupe
               exec sql
                   DELETE FROM Client WHERE CodeClient = :Client.CodeClient
               end-exec
      ***** Journalisation : qui a supprime ce client *****
               move "CLIENT" to TypeObjetSupprime
               move CodeClient of Client to CleObjetSupprime
               perform EcritureJournalSuppression
           end-if.

           display M-EffaceQuestion.

      **********************************************************************************************
      ***** Menage / groupe d'affaires du client (Gestion client, option G) *****
      ***** Creation du groupe (le client courant en devient la tete), adhesion a un groupe *****
      ***** existant, ajout et retrait de membres, changement de tete, remise de groupe sur *****
      ***** les frais mensuels et vue consolidee des comptes des membres en EUR *****
      **********************************************************************************************
       GestionGroupeClient.
           move 0 to NbGroupeTrouve.
           exec sql
               select count(*) into :NbGroupeTrouve from Client
               where CodeClient = :Client.CodeClient
           end-exec.
           if NbGroupeTrouve = 0 then
               display " ** Client a valider avant la gestion de son groupe ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move CodeClient of Client to CodeClientGroupe.

           move 0 to GroupeClient-iterator.
           perform GestionGroupeClient-Trt until GroupeClient-iterator = 1.

       GestionGroupeClient-Trt.
           perform LectureGroupeClient.
           perform AffichageGroupeClient.
           move " " to OptionGroupe.

      ***** Client hors groupe : creation d'un groupe ou adhesion a un groupe existant *****
           if IdGroupeCourant = spaces then
               display "[C]reer un groupe / [R]ejoindre un groupe / autre = retour : " line 22 col 2 with no advancing
               accept OptionGroupe line 22 col 64
               inspect OptionGroupe converting "cr" to "CR"
               evaluate OptionGroupe
                   when "C"
                       perform CreationGroupeClient
                   when "R"
                       perform AdhesionGroupeClient
                   when other
                       move 1 to GroupeClient-iterator
               end-evaluate
               exit paragraph
           end-if.

           display "[A]jout [E]nlever [T]ete [M]odif [V]ue consolidee, autre = retour : " line 22 col 2 with no advancing.
           accept OptionGroupe line 22 col 71.
           inspect OptionGroupe converting "aetmv" to "AETMV".

           evaluate OptionGroupe
               when "A"
                   perform AjoutMembreGroupe
               when "E"
               when "T"
                   move 0 to NoMembreSaisi
                   display "Membre No : " line 23 col 2 with no advancing
                   accept NoMembreSaisi line 23 col 14
                   if NoMembreSaisi > 0 and NoMembreSaisi <= MaxMembreEcran then
                       evaluate OptionGroupe
                           when "E"
                               perform RetraitMembreDesigne
                           when "T"
                               perform ChangementTeteGroupe
                       end-evaluate
                   end-if
               when "M"
                   perform ModificationGroupeClient
               when "V"
                   perform VueConsolideeGroupe
               when other
                   move 1 to GroupeClient-iterator
           end-evaluate.

      ***** Groupe du client courant (IdGroupeCourant a blanc si le client n'en a pas) *****
       LectureGroupeClient.
           move spaces to IdGroupeCourant.
           move 0 to NbGroupeTrouve.
           exec sql
               select count(*) into :NbGroupeTrouve from MembreGroupe
               where CodeClient = :CodeClientGroupe
           end-exec.
           if NbGroupeTrouve = 0 then
               exit paragraph
           end-if.

           exec sql
               select GroupeClient.IdGroupe, GroupeClient.TypeGroupe, GroupeClient.Libelle,
                      GroupeClient.CodeClientTete, ISNULL(GroupeClient.ExonerationFrais, 0)
               into :IdGroupeCourant, :TypeGroupeCourant, :LibelleGroupeCourant,
                    :CodeClientTeteCourant, :ExonerationGroupeCourante
               from MembreGroupe
               join GroupeClient on GroupeClient.IdGroupe = MembreGroupe.IdGroupe
               where MembreGroupe.CodeClient = :CodeClientGroupe
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move spaces to IdGroupeCourant
           end-if.

      ***** Entete du groupe et liste numerotee de ses membres, la tete en premier (13 au *****
      ***** plus) ; une etoile signale la tete de groupe *****
       AffichageGroupeClient.
           display " " line 1 col 1 blank screen.
           display "GROUPE DU CLIENT " line 2 col 20 with no advancing.
           display Nom of Client line 2 col 37 with no advancing.
           display Prenom of Client line 2 col 53.
           move 0 to MaxMembreEcran.

           if IdGroupeCourant = spaces then
               display "Client sans menage ni groupe d'affaires" line 4 col 2
               exit paragraph
           end-if.

           if TypeGroupeCourant = "E" then
               display "Groupe d'entreprises : " line 4 col 2 with no advancing
           else
               display "Menage ............. : " line 4 col 2 with no advancing
           end-if.
           display LibelleGroupeCourant line 4 col 25.

           move spaces to NomTeteGroupe.
           move spaces to PrenomTeteGroupe.
           exec sql
               select Nom, Prenom into :NomTeteGroupe, :PrenomTeteGroupe from Client
               where CodeClient = :CodeClientTeteCourant
           end-exec.
           display "Tete de groupe ..... : " line 5 col 2 with no advancing.
           display NomTeteGroupe line 5 col 25 with no advancing.
           display PrenomTeteGroupe line 5 col 41.
           move ExonerationGroupeCourante to ExonerationGroupeEd.
           display "Exoneration frais .. : " line 6 col 2 with no advancing.
           display ExonerationGroupeEd line 6 col 25 with no advancing.
           display " % des frais mensuels" line 6 col 28.

           display "No  Nom             Prenom          CP     Ville           Comptes" line 8 col 1.
           move 8 to NoLigneGroupe.
           move 0 to BoucleurGroupe.

           exec sql
               declare C-MembresGroupe cursor for
                   select Client.CodeClient, Client.Nom, Client.Prenom, Client.CodePostal,
                          Client.Ville,
                          (select count(*) from Compte
                           where Compte.CodeClient = Client.CodeClient
                             and ISNULL(Compte.Statut, 'O') <> 'C')
                   from MembreGroupe
                   join Client on Client.CodeClient = MembreGroupe.CodeClient
                   where MembreGroupe.IdGroupe = :IdGroupeCourant
                   order by case when Client.CodeClient = :CodeClientTeteCourant then 0 else 1 end,
                       Client.Nom, Client.Prenom
           end-exec.
           exec sql
               open C-MembresGroupe
           end-exec.

           perform AffichageLigneMembre until BoucleurGroupe = 1.

           exec sql
               close C-MembresGroupe
           end-exec.

       AffichageLigneMembre.
           exec sql
               fetch C-MembresGroupe into :LigneMembreCourante.CodeClientMb,
                   :LigneMembreCourante.NomMb, :LigneMembreCourante.PrenomMb,
                   :LigneMembreCourante.CodePostalMb, :LigneMembreCourante.VilleMb,
                   :LigneMembreCourante.NbComptesMb
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxMembreEcran < 13 then
               add 1 to MaxMembreEcran
               move MaxMembreEcran to NoMembreSaisi
               move CodeClientMb to CodeClientMbEcran(MaxMembreEcran)
               add 1 to NoLigneGroupe
               display NoMembreSaisi line NoLigneGroupe col 1 with no advancing
               if CodeClientMb = CodeClientTeteCourant then
                   display "*" line NoLigneGroupe col 3 with no advancing
               end-if
               display NomMb line NoLigneGroupe col 5 with no advancing
               display PrenomMb line NoLigneGroupe col 21 with no advancing
               display CodePostalMb line NoLigneGroupe col 37 with no advancing
               display VilleMb line NoLigneGroupe col 44 with no advancing
               move NbComptesMb to NbComptesMembreEd
               display NbComptesMembreEd line NoLigneGroupe col 63
           else
               move 1 to BoucleurGroupe
           end-if.

      ***** Nouveau groupe : le client courant en est la tete et le premier membre *****
       CreationGroupeClient.
           move "M" to TypeGroupeSaisi.
           move Nom of Client to LibelleGroupeSaisi.
           move 0 to ExonerationGroupeSaisie.
           display GroupeClient-Saisie.
           accept GroupeClient-Saisie.
           perform ControleSaisieGroupe.
           if ConfirmationGroupe <> "O" then
               exit paragraph
           end-if.

           exec sql
               select newid() into :IdGroupeCourant
           end-exec.
           exec sql
               INSERT INTO GroupeClient
                   (IdGroupe, TypeGroupe, Libelle, CodeClientTete, ExonerationFrais,
                    CodeOperateur, DateSaisie)
               VALUES
                   (:IdGroupeCourant, :TypeGroupeSaisi, :LibelleGroupeSaisi, :CodeClientGroupe,
                    :ExonerationGroupeSaisie, :CodeOperateurSigne, getdate())
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               display " ** Enregistrement du groupe impossible ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           exec sql
               INSERT INTO MembreGroupe (IdGroupe, CodeClient, DateAdhesion)
               VALUES (:IdGroupeCourant, :CodeClientGroupe, getdate())
           end-exec.

      ***** Type, libelle et remise de groupe du groupe courant *****
       ModificationGroupeClient.
           move TypeGroupeCourant to TypeGroupeSaisi.
           move LibelleGroupeCourant to LibelleGroupeSaisi.
           move ExonerationGroupeCourante to ExonerationGroupeSaisie.
           display GroupeClient-Saisie.
           accept GroupeClient-Saisie.
           perform ControleSaisieGroupe.
           if ConfirmationGroupe <> "O" then
               exit paragraph
           end-if.

           exec sql
               UPDATE GroupeClient
               SET TypeGroupe = :TypeGroupeSaisi,
                   Libelle = :LibelleGroupeSaisi,
                   ExonerationFrais = :ExonerationGroupeSaisie,
                   CodeOperateur = :CodeOperateurSigne,
                   DateSaisie = getdate()
               WHERE IdGroupe = :IdGroupeCourant
           end-exec.

       ControleSaisieGroupe.
           move "N" to ConfirmationGroupe.
           inspect TypeGroupeSaisi converting "me" to "ME".
           if TypeGroupeSaisi <> "M" and TypeGroupeSaisi <> "E" then
               display " ** Type de groupe : M menage ou E groupe d'entreprises ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if LibelleGroupeSaisi = spaces then
               display " ** Libelle du groupe obligatoire ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           if ExonerationGroupeSaisie > 100 then
               display " ** Exoneration des frais entre 0 et 100 % ** " line 25 col 1 bell blink
               exit paragraph
           end-if.
           move "O" to ConfirmationGroupe.

      ***** Motif de recherche d'un client ou d'un groupe (memes regles que la recherche *****
      ***** par nom de la gestion client : "*" joker, sinon sous-chaine) *****
       ConstructionPatternGroupe.
           move 0 to NbEtoiles.
           inspect NomGroupeRecherche tallying NbEtoiles for all "*".
           move spaces to PatternGroupeRecherche.
           if NbEtoiles > 0 then
               string NomGroupeRecherche delimited by space
                   into PatternGroupeRecherche
               end-string
               inspect PatternGroupeRecherche replacing all "*" by "%"
           else
               string "%" delimited by size
                   NomGroupeRecherche delimited by space
                   "%" delimited by size
                   into PatternGroupeRecherche
           end-if.

      ***** Le client courant rejoint un groupe existant, recherche par libelle du groupe *****
      ***** ou par nom de sa tete *****
       AdhesionGroupeClient.
           move spaces to NomGroupeRecherche.
           display "Libelle du groupe ou nom de la tete (* = joker) : " line 23 col 2 with no advancing.
           accept NomGroupeRecherche line 23 col 52.
           if NomGroupeRecherche = spaces then
               exit paragraph
           end-if.
           perform ConstructionPatternGroupe.

           display " " line 1 col 1 blank screen.
           display "GROUPES PROPOSES" line 2 col 30.
           display "No  Type Libelle                                   Tete de groupe" line 4 col 1.
           move 4 to NoLigneGroupe.
           move 0 to MaxSelectionEcran.
           move 0 to BoucleurGroupe.

           exec sql
               declare C-GroupesProposes cursor for
                   select GroupeClient.IdGroupe, GroupeClient.TypeGroupe, GroupeClient.Libelle,
                          ISNULL(Client.Nom, ' ')
                   from GroupeClient
                   left join Client on Client.CodeClient = GroupeClient.CodeClientTete
                   where GroupeClient.Libelle like :PatternGroupeRecherche
                      or Client.Nom like :PatternGroupeRecherche
                   order by GroupeClient.Libelle
           end-exec.
           exec sql
               open C-GroupesProposes
           end-exec.

           perform AffichageGroupePropose until BoucleurGroupe = 1.

           exec sql
               close C-GroupesProposes
           end-exec.

           if MaxSelectionEcran = 0 then
               display " ** Aucun groupe trouve ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NoMembreSaisi.
           display "Groupe a rejoindre, No : " line 22 col 2 with no advancing.
           accept NoMembreSaisi line 22 col 27.
           if NoMembreSaisi > 0 and NoMembreSaisi <= MaxSelectionEcran then
               move CleSelectionEcran(NoMembreSaisi) to IdGroupeCourant
               exec sql
                   INSERT INTO MembreGroupe (IdGroupe, CodeClient, DateAdhesion)
                   VALUES (:IdGroupeCourant, :CodeClientGroupe, getdate())
               end-exec
           end-if.

       AffichageGroupePropose.
           exec sql
               fetch C-GroupesProposes into :LigneMembreCourante.CodeClientMb,
                   :LigneMembreCourante.TypeGroupeMb, :LigneMembreCourante.LibelleGroupeMb,
                   :LigneMembreCourante.NomMb
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxSelectionEcran < 13 then
               add 1 to MaxSelectionEcran
               move MaxSelectionEcran to NoMembreSaisi
               move CodeClientMb to CleSelectionEcran(MaxSelectionEcran)
               add 1 to NoLigneGroupe
               display NoMembreSaisi line NoLigneGroupe col 1 with no advancing
               display TypeGroupeMb line NoLigneGroupe col 6 with no advancing
               display LibelleGroupeMb line NoLigneGroupe col 10 with no advancing
               display NomMb line NoLigneGroupe col 52
           else
               move 1 to BoucleurGroupe
           end-if.

      ***** Ajout au groupe courant d'un client qui n'appartient encore a aucun groupe *****
       AjoutMembreGroupe.
           move spaces to NomGroupeRecherche.
           display "Nom du client a ajouter (* = joker) : " line 23 col 2 with no advancing.
           accept NomGroupeRecherche line 23 col 40.
           if NomGroupeRecherche = spaces then
               exit paragraph
           end-if.
           perform ConstructionPatternGroupe.

           display " " line 1 col 1 blank screen.
           display "CLIENTS PROPOSES (sans groupe)" line 2 col 25.
           display "No  Nom             Prenom          CP     Ville" line 4 col 1.
           move 4 to NoLigneGroupe.
           move 0 to MaxSelectionEcran.
           move 0 to BoucleurGroupe.

           exec sql
               declare C-ClientsProposes cursor for
                   select CodeClient, Nom, Prenom, CodePostal, Ville
                   from Client
                   where Nom like :PatternGroupeRecherche
                     and not exists (select 1 from MembreGroupe
                                     where MembreGroupe.CodeClient = Client.CodeClient)
                   order by Nom, Prenom
           end-exec.
           exec sql
               open C-ClientsProposes
           end-exec.

           perform AffichageClientPropose until BoucleurGroupe = 1.

           exec sql
               close C-ClientsProposes
           end-exec.

           if MaxSelectionEcran = 0 then
               display " ** Aucun client sans groupe trouve ** " line 25 col 1 bell blink
               exit paragraph
           end-if.

           move 0 to NoMembreSaisi.
           display "Client a ajouter, No : " line 22 col 2 with no advancing.
           accept NoMembreSaisi line 22 col 25.
           if NoMembreSaisi > 0 and NoMembreSaisi <= MaxSelectionEcran then
               move CleSelectionEcran(NoMembreSaisi) to CodeClientMb
               exec sql
                   INSERT INTO MembreGroupe (IdGroupe, CodeClient, DateAdhesion)
                   VALUES (:IdGroupeCourant, :LigneMembreCourante.CodeClientMb, getdate())
               end-exec
           end-if.

       AffichageClientPropose.
           exec sql
               fetch C-ClientsProposes into :LigneMembreCourante.CodeClientMb,
                   :LigneMembreCourante.NomMb, :LigneMembreCourante.PrenomMb,
                   :LigneMembreCourante.CodePostalMb, :LigneMembreCourante.VilleMb
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxSelectionEcran < 13 then
               add 1 to MaxSelectionEcran
               move MaxSelectionEcran to NoMembreSaisi
               move CodeClientMb to CleSelectionEcran(MaxSelectionEcran)
               add 1 to NoLigneGroupe
               display NoMembreSaisi line NoLigneGroupe col 1 with no advancing
               display NomMb line NoLigneGroupe col 5 with no advancing
               display PrenomMb line NoLigneGroupe col 21 with no advancing
               display CodePostalMb line NoLigneGroupe col 37 with no advancing
               display VilleMb line NoLigneGroupe col 44
           else
               move 1 to BoucleurGroupe
           end-if.

      ***** Retrait du membre designe, apres confirmation *****
       RetraitMembreDesigne.
           move "N" to ConfirmationGroupe.
           display "Retirer ce membre du groupe (o/N) : " line 24 col 2 with no advancing.
           accept ConfirmationGroupe line 24 col 38.
           if ConfirmationGroupe = "o" or ConfirmationGroupe = "O" then
               move CodeClientMbEcran(NoMembreSaisi) to CodeClientRetraitGrp
               perform RetraitMembreGroupe
           end-if.

      ***** Le membre designe devient la tete du groupe *****
       ChangementTeteGroupe.
           move CodeClientMbEcran(NoMembreSaisi) to CodeClientTeteCourant.
           exec sql
               UPDATE GroupeClient
               SET CodeClientTete = :CodeClientTeteCourant,
                   CodeOperateur = :CodeOperateurSigne,
                   DateSaisie = getdate()
               WHERE IdGroupe = :IdGroupeCourant
           end-exec.

      ***** Sortie d'un client de son groupe (retrait, suppression ou fusion du client) : *****
      ***** une tete sortante est remplacee par le plus ancien membre restant, un groupe *****
      ***** devenu vide est supprime *****
       RetraitMembreGroupe.
           move 0 to NbGroupeTrouve.
           exec sql
               select count(*) into :NbGroupeTrouve from MembreGroupe
               where CodeClient = :CodeClientRetraitGrp
           end-exec.
           if NbGroupeTrouve = 0 then
               exit paragraph
           end-if.

           exec sql
               select IdGroupe into :IdGroupeRetrait from MembreGroupe
               where CodeClient = :CodeClientRetraitGrp
           end-exec.
           exec sql
               DELETE FROM MembreGroupe WHERE CodeClient = :CodeClientRetraitGrp
           end-exec.
           exec sql
               UPDATE GroupeClient
               SET CodeClientTete = (select top 1 MembreGroupe.CodeClient from MembreGroupe
                                     where MembreGroupe.IdGroupe = :IdGroupeRetrait
                                     order by MembreGroupe.DateAdhesion, MembreGroupe.CodeClient)
               WHERE IdGroupe = :IdGroupeRetrait
                 and CodeClientTete = :CodeClientRetraitGrp
           end-exec.
           exec sql
               DELETE FROM GroupeClient
               WHERE IdGroupe = :IdGroupeRetrait
                 and not exists (select 1 from MembreGroupe
                                 where MembreGroupe.IdGroupe = :IdGroupeRetrait)
           end-exec.

      ***** Vue consolidee : comptes non clos de tous les membres, solde, decouvert *****
      ***** autorise et exposition debitrice en EUR ; une etoile signale un compte debiteur *****
      ***** au-dela de son autorisation *****
       VueConsolideeGroupe.
           perform VueConsolideeGroupe-Init.
           perform VueConsolideeGroupe-Trt until BoucleurGroupe = 1.
           perform VueConsolideeGroupe-Fin.

       VueConsolideeGroupe-Init.
           initialize MontantsConsolides.
           move 0 to NbComptesConsolide.
           move 0 to NbComptesDepassement.
           move 0 to BoucleurGroupe.
           perform EnteteVueConsolidee.

           exec sql
               declare C-VueConsolidee cursor for
                   select Client.Nom, Compte.CodeGuichet, Compte.RacineCompte, Compte.TypeCompte,
                          ISNULL(Compte.Devise, 'EUR'), Compte.Credit - Compte.Debit,
                          ISNULL(Compte.DecouvertAutorise, 0)
                   from MembreGroupe
                   join Client on Client.CodeClient = MembreGroupe.CodeClient
                   join Compte on Compte.CodeClient = MembreGroupe.CodeClient
                   where MembreGroupe.IdGroupe = :IdGroupeCourant
                     and ISNULL(Compte.Statut, 'O') <> 'C'
                   order by Client.Nom, Client.Prenom, Compte.CodeGuichet, Compte.RacineCompte,
                       Compte.TypeCompte
           end-exec.
           exec sql
               open C-VueConsolidee
           end-exec.

       EnteteVueConsolidee.
           display " " line 1 col 1 blank screen.
           display "VUE CONSOLIDEE - " line 2 col 2 with no advancing.
           display LibelleGroupeCourant line 2 col 19.
           display "Client         Gui   Racine    Ty Dev    Solde EUR  Autor. EUR   Debit EUR" line 4 col 1.
           move 4 to NoLigneConsolide.

       VueConsolideeGroupe-Trt.
           exec sql
               fetch C-VueConsolidee into :LigneConsolideCourante.NomCs,
                   :LigneConsolideCourante.CodeGuichetCs, :LigneConsolideCourante.RacineCompteCs,
                   :LigneConsolideCourante.TypeCompteCs, :LigneConsolideCourante.DeviseCs,
                   :LigneConsolideCourante.SoldeCs, :LigneConsolideCourante.AutoriseCs
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform AffichageCompteConsolide
           else
               move 1 to BoucleurGroupe
           end-if.

       AffichageCompteConsolide.
           move DeviseCs to DeviseTaux.
           move spaces to DateTauxRecherche.
           perform RechercheTauxEur.
           compute SoldeEurCs rounded = SoldeCs * TauxEurTrouve.
           compute AutoriseEurCs rounded = AutoriseCs * TauxEurTrouve.
           move 0 to DebitEurCs.
           if SoldeEurCs < 0 then
               compute DebitEurCs = 0 - SoldeEurCs
           end-if.

           add 1 to NbComptesConsolide.
           add SoldeEurCs to TotalSoldeEurCs.
           add AutoriseEurCs to TotalAutoriseEurCs.
           add DebitEurCs to TotalDebitEurCs.

      ***** Ecran plein : on attend Entree avant la page suivante *****
           if NoLigneConsolide >= 20 then
               display "Suite - Tapez Entree " line 22 col 1 with no advancing
               accept Reponse line 22 col 23
               perform EnteteVueConsolidee
           end-if.

           add 1 to NoLigneConsolide.
           display NomCs line NoLigneConsolide col 1 with no advancing.
           display CodeGuichetCs line NoLigneConsolide col 16 with no advancing.
           display RacineCompteCs line NoLigneConsolide col 22 with no advancing.
           display TypeCompteCs line NoLigneConsolide col 32 with no advancing.
           display DeviseCs line NoLigneConsolide col 35 with no advancing.
           move SoldeEurCs to SoldeEurCsEd.
           display SoldeEurCsEd line NoLigneConsolide col 39 with no advancing.
           move AutoriseEurCs to AutoriseEurCsEd.
           display AutoriseEurCsEd line NoLigneConsolide col 52 with no advancing.
           move DebitEurCs to DebitEurCsEd.
           display DebitEurCsEd line NoLigneConsolide col 64.
           if DebitEurCs > AutoriseEurCs then
               add 1 to NbComptesDepassement
               display "*" line NoLigneConsolide col 76
           end-if.

      ***** Totaux du groupe : autorise contre expose, marge ou depassement global *****
       VueConsolideeGroupe-Fin.
           exec sql
               close C-VueConsolidee
           end-exec.

           display "Comptes : " line 21 col 1 with no advancing.
           display NbComptesConsolide line 21 col 11 with no advancing.
           display " dont hors autorisation (*) : " line 21 col 16 with no advancing.
           display NbComptesDepassement line 21 col 46.
           move TotalSoldeEurCs to TotalCsEd.
           display "Total des soldes EUR ...... : " line 22 col 1 with no advancing.
           display TotalCsEd line 22 col 31.
           move TotalAutoriseEurCs to TotalCsEd.
           display "Decouverts autorises EUR .. : " line 23 col 1 with no advancing.
           display TotalCsEd line 23 col 31.
           move TotalDebitEurCs to TotalCsEd.
           display "Exposition debitrice EUR .. : " line 24 col 1 with no advancing.
           display TotalCsEd line 24 col 31.

           compute EcartExpositionCs = TotalAutoriseEurCs - TotalDebitEurCs.
           if EcartExpositionCs < 0 then
               compute EcartExpositionCs = 0 - EcartExpositionCs
               display "Depassement global : " line 23 col 50 with no advancing
           else
               display "Marge disponible . : " line 23 col 50 with no advancing
           end-if.
           move EcartExpositionCs to TotalCsEd.
           display TotalCsEd line 24 col 50.

           display "Tapez Entree " line 25 col 1 with no advancing.
           accept Reponse line 25 col 14.

      **************************************************************************************************
      *================================================================================================*
               End-exec
           end-if.

      ***** Client a risque eleve dont la revue KYC est en retard : la ligne est rejetee, *****
      ***** et recyclable une fois la revue enregistree *****
           perform ControleBlocageKyc.
           if BlocageKyc = "O" then
               move "N" to LigneImportValide
               move "Revue KYC en retard (client a risque eleve)" to MotifRejet
               perform EcritureRejetImport
               exit paragraph
           end-if.

      ***** Génération de l'IBAN/BIC a la création du compte *****
           perform CalculIbanBic.

