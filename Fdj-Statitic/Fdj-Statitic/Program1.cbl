               select F-RejetsTirages assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\Fdj-Statistic\RejetsTirages.txt"
               organization is line sequential access sequential.

      ***** Releve par membre d'un syndicat de jeu *****
               select F-ReleveSyndicat assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\Fdj-Statistic\ReleveSyndicat.txt"
               organization is line sequential access sequential.
      ***** Bulletins de resultats par joueur apres import (edition imprimable) *****
               select F-BulletinsJoueurs assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\Fdj-Statistic\BulletinsJoueurs.txt"
               organization is line sequential access sequential.
      ***** Meme bulletins en extrait pret a envoyer (un message par joueur) *****
               select F-BulletinsMail assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\Fdj-Statistic\BulletinsMail.txt"
               organization is line sequential access sequential.

      ***** Fichier de parametres contenant la chaine de connexion SQL Server *****
               select F-ParametresConnexion assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\Fdj-Statistic\ConnexionBDD.ini"
               organization is line sequential
       FD F-RejetsTirages record varying from 0 to 255.
       01 E-RejetsTirages pic x(255).

      ***** Releve par membre d'un syndicat de jeu *****
       FD F-ReleveSyndicat record varying from 0 to 255.
       01 E-ReleveSyndicat pic x(255).
      ***** Bulletins de resultats par joueur (edition imprimable) *****
       FD F-BulletinsJoueurs record varying from 0 to 255.
       01 E-BulletinsJoueurs pic x(255).
      ***** Bulletins de resultats par joueur (extrait pret a envoyer) *****
       FD F-BulletinsMail record varying from 0 to 255.
       01 E-BulletinsMail pic x(255).

      ***** Fichier de parametres contenant la chaine de connexion SQL Server *****
       FD F-ParametresConnexion record varying from 0 to 255.
       01 E-ParametresConnexion pic x(255).
         10 PctProfilEd Pic ZZ9,9.
         10 Filler Pic X(2) value " %".

      ***** Tests de qualite du hasard sur l'historique (Euromillions et Loto) : khi-deux *****
      ***** d'uniformite des numeros et des etoiles / numeros chance, khi-deux du premier *****
      ***** numero sorti quand le fichier donne l'ordre de sortie, suites haut/bas des *****
      ***** sommes et repetitions d'un tirage a l'autre, equilibre pair/impair et bas/haut. *****
      ***** Chaque test : statistique, degres de liberte, p-valeur et verdict en clair ; *****
      ***** numeros et annees qui s'ecartent significativement signales *****
       77 TestsScope pic X(4).
       77 Annee-Test-Courante pic 9(4).
       77 Boucleur-Tests-Fetch pic 9.
       77 NbTiragesTests pic 9(6).
       77 NbNonTriesTest pic 9(6).
       77 NbTiragesEtoilesTest pic 9(6).
       77 MaxNumeroTest pic 99.
       77 MaxEtoileTest pic 99.
       77 NbEtoilesTirageTest pic 9.
       77 SeuilBasTest pic 99.
       77 NbPairsPopulationTest pic 99.
       77 Test-i pic 99.
       77 Test-j pic 99.
       77 Test-a pic 99.
       77 Test-r pic 9.
       77 NbAnneesTest pic 99.
       77 NbCasesTest pic 99.
       77 NbRepetTest pic 9.
       77 NbPairsTest pic 9.
       77 NbBasTest pic 9.
       77 QuotientTest pic 99.
       77 ResteTest pic 9.
       77 SommeTirageTest pic 9(3).
       77 SigneTest pic X.
       77 SignePrecedentTest pic X.
       77 NbSuitesTest pic 9(6).
       77 NbHautsTest pic 9(6).
       77 NbBasSuitesTest pic 9(6).
       77 NbSignesTest pic 9(6).
       77 MoyenneSuitesTest pic 9(6)V9(4).
       77 VarianceSuitesTest pic 9(9)V9(4).
       77 ChiDeuxTest pic 9(7)V9(4).
       77 DdlTest pic 9(3).
       77 MinAttTest pic 9(7)V9(4).
       77 PValeurTest pic 9V9(6).
       77 ZTest pic S9(5)V9(6).
       77 ZAbsTest pic 9(5)V9(6).
       77 UTest pic 9(5)V9(6).
       77 TTest pic 9V9(9).
       77 ExpTest pic 9V9(12).
       77 QueueNormaleTest pic 9V9(9).
       77 CTest pic 9V9(9).
       77 RacineTest pic 9(5)V9(6).
       77 ProbaTest pic 9V9(9).
       77 CombiTotalTest pic 9(12).
       77 CombiPartielTest pic 9(12).
       77 HgPopulationTest pic 99.
       77 HgTiresTest pic 99.
       77 ResiduTest pic S9(3)V9(4).
       77 ResiduTestEd pic +99,9.
       77 NumeroFlagEd pic 99.
       77 BouleHorsBornesTest pic X.
       77 PointeurFlagTest pic 99.
       77 NbFlagsTest pic 99.
       77 LigneEcranTest pic 99.
       77 NbTiragesTestsEd pic ZZZZZ9.
       77 DdlTestEd pic ZZ9.
       77 ExportTestsDemande pic X.

       01 FreqNumTest-Table occurs 50.
         10 FreqNumTest pic 9(6).
         10 FreqPremierTest pic 9(6).
       01 FreqEtoileTest-Table occurs 12.
         10 FreqEtoileTest pic 9(6).
       01 TirageTest-Table occurs 5.
         10 BouleTest pic 99.
       01 PrecedentTest-Table occurs 5.
         10 BoulePrecedenteTest pic 99.
       01 RepetTest-Table occurs 3.
         10 ObsRepetTest pic 9(6).
       01 PairsTest-Table occurs 6.
         10 ObsPairsTest pic 9(6).
       01 BasTest-Table occurs 6.
         10 ObsBasTest pic 9(6).
       01 CasesTest-Table occurs 50.
         10 ObsTest pic 9(6).
         10 AttTest pic 9(6)V9(4).

      ***** Frequences par annee civile, pour signaler les annees hors norme *****
       01 AnneesTest-Table occurs 60.
         10 AnneeTest pic 9(4).
         10 NbTiragesAnneeTest pic 9(4).
         10 FreqAnneeTest occurs 50 pic 9(4).

      ***** Resultats des 7 tests, pour l'ecran et l'edition *****
       01 ResultatsTests-Table occurs 7.
         10 LibelleResTest pic X(26).
         10 StatResTest pic S9(6)V99.
         10 DdlResTest pic 9(3).
         10 PValeurResTest pic 9V9(4).
         10 VerdictResTest pic X(30).
         10 CalculeResTest pic X.

       01 LigneTestEd.
         10 Filler Pic X.
         10 LibelleTestEd Pic X(26).
         10 StatTestEd Pic -Z(4)9,99.
         10 Filler Pic X.
         10 DdlTestAffEd Pic X(3).
         10 Filler Pic X(2).
         10 PValeurTestEd Pic 9,9999.
         10 Filler Pic X(2).
         10 VerdictTestEd Pic X(30).

       01 LignesFlagsTests.
         10 LigneFlagNumerosTest Pic X(80).
         10 LigneFlagEtoilesTest Pic X(80).
         10 LigneFlagAnneesTest Pic X(80).
         10 LigneFlagCouranteTest Pic X(80).

      ***** Controle de completude du calendrier des tirages : entre le premier et le *****
      ***** dernier tirage stocke, chaque date de tirage theorique (mardi/vendredi pour *****
      ***** l'Euromillions, lundi/mercredi/samedi pour le Loto, lundi/jeudi pour *****
         10 Filler Pic X.
         10 EtoileTicket2 Pic Z9.

      ***** Backtest des strategies de grilles sur l'historique (Euromillions et Loto) : *****
      ***** les tirages sont rejoues dans l'ordre chronologique, chaque strategie joue ses *****
      ***** grilles sur chaque tirage de la periode avec les seules statistiques connues *****
      ***** avant ce tirage - generateur pondere par les [F]requences ou le [R]etard, *****
      ***** numeros [C]hauds, re[T]ardataires, [G]rille fixe du portefeuille, contre le *****
      ***** [H]asard pur pris pour reference. Chaque grille est classee au rang officiel, *****
      ***** gains theoriques Euromillions selon RepartitionGains du tirage *****
       77 JeuBacktest pic X.
       77 StrategieBacktest pic X.
       77 NbGrillesBacktest pic 99.
       77 NbGrillesStrategie pic 99.
       77 BoucleurBacktest pic 9.
       77 NbTiragesBacktest pic 9(6).
       77 NbTiragesNotes pic 9(6).
       77 NbRangsBacktest pic 99.
       77 NbLignesBacktest pic 99.
       77 Bt-s pic 9.
       77 Bt-g pic 99.
       77 Bt-i pic 99.
       77 Bt-j pic 99.
       77 Bt-l pic 99.
       77 Bt-r pic 99.
       77 Bt-Max pic 99.
       77 Bt-Compte pic 9(5).
       77 NbBonsBacktest pic 9.
       77 NbEtoilesBacktest pic 9.
       77 RangBacktest pic 99.
       77 GainBacktest pic 9(12)V99.
       77 MiseUnitaireBacktest pic 9(3)V99 value 2.50.
       77 NomJoueurFixeBacktest pic X(20).
       77 GrilleFixeTrouvee pic X.
       77 PeriodeTirageBacktest pic 9(6).
       77 LigneEcranBacktest pic 99.
       77 RetourBacktest pic S9(7)V9.
       77 RetourHasardBacktest pic S9(7)V9.
       77 ValeurStatBacktest pic 9(5).
       77 CompteBacktestEd pic Z(8)9.
       77 PourcentBacktestEd pic -Z(6)9,9.
       77 ExportBacktestDemande pic X.

      ***** Statistiques connues avant le tirage courant, par numero / etoile (ou chance) *****
       01 StatNumBacktest-Table occurs 50.
         10 FreqNumBacktest pic 9(5).
         10 RetardNumBacktest pic 9(5).
       01 StatEtoileBacktest-Table occurs 12.
         10 FreqEtoileBacktest pic 9(5).
         10 RetardEtoileBacktest pic 9(5).
       01 ChoixEtoileBacktest-Table occurs 12.
         10 ChoisieEtoileBacktest pic X.

       01 GrilleFixeBacktest.
         10 NumFixeBacktest occurs 5 pic 99.
         10 EtoileFixeBacktest occurs 2 pic 99.

      ***** Strategies comparees, colonne 1 = hasard de reference *****
       01 TableStrategiesBacktest.
         05 StrategieBt occurs 6.
           10 CodeStrategieBt pic X.
           10 LibelleStrategieBt pic X(9).
           10 ActiveStrategieBt pic X.
           10 NbGrillesStratBt pic 9(7).
           10 NbGagnantesStratBt pic 9(7).
           10 MisesStratBt pic 9(10)V99.
           10 GainsStratBt pic 9(12)V99.
           10 HitsRangBt occurs 13 pic 9(7).

       01 LigneBacktestEd.
         10 LibelleLigneBtEd Pic X(13).
         10 ColonneBtEd occurs 6.
           15 Filler Pic X(2).
           15 ValeurBtEd Pic X(9).

      ***** Repartition des gains par tirage (table RepartitionGains : id_tirage, rang, *****
      ***** gagnants, montant) chargee depuis le format etendu du fichier FDJ : apres la *****
      ***** colonne des etoiles, jusqu'a 13 colonnes optionnelles "rang-gagnants-montant" *****
         10 ConnuesResume Pic ZZZZZ9.
         10 Filler Pic X(11) value " rejetees: ".
         10 RejeteesResume Pic ZZZZZ9.
       77 ResumeDepot-Ouvert pic X value "N".

      ***** Validation des tirages avant INSERT : un delimiteur decale ou une coquille du *****
      ***** fichier source mettait un 00 ou un 67 dans num1-num5 et empoisonnait ensuite les *****
       77 Importation-Loto-LigneNoDivide pic 9(6).
       77 Importation-Loto-Loading pic X(10) value all "-".

      ***** Second tirage Loto et codes gagnants, colonnes optionnelles du fichier FDJ apres *****
      ***** le numero chance : les 5 numeros du second tirage "n1-n2-n3-n4-n5", la liste *****
      ***** des codes gagnants separes par des virgules ("A 1234 5678,B 2345 6789"), puis *****
      ***** jusqu'a 4 colonnes "rang-gagnants-montant" du second tirage (rang 1 = 5 bons *****
      ***** numeros ... rang 4 = 2 bons). Le second tirage est son propre enregistrement *****
      ***** (table TiragesLotoSecond : id_second, id_tirage, date_complete, mois, annee, *****
      ***** tirage_complet, num1 a num5), sa repartition va dans RepartitionGains sous *****
      ***** id_second, les codes dans CodesGagnantsLoto (id_tirage, date_complete, Code) *****
       01 ZonesSecondTirageLoto.
         05 SecondTirageZone pic X(20).
         05 CodesGagnantsZone pic X(160).
         05 RangSecondDepouille occurs 4 pic X(30).
       01 CodesGagnantsDepouille.
         05 CodeGagnantDepouille occurs 15 pic X(12).
       01 SecondTirageLoto.
         10 IdSecondTirage Pic X(36).
         10 SecondTirageComplet SQL CHAR (20).
         10 SNum1 pic 99.
         10 SNum2 pic 99.
         10 SNum3 pic 99.
         10 SNum4 pic 99.
         10 SNum5 pic 99.
       77 SecondTiragePresent pic X.
       77 NbCodesGagnants pic 99.
       77 Code-i pic 99.
       77 Code-j pic 99.
       77 CodeGagnantCourant pic X(12).
       77 NbSecondTrouve pic 9(6).
       77 NbCodesTrouves pic 9(6).

       77 MiseGrilleSvg pic 9(5)V99.
       77 NoTirageRes pic 9 value 1.

      ***** Statistiques Loto avec ou sans le second tirage (sans numero chance) ; le *****
      ***** perimetre edite mentionne "+ 2ND TIRAGE" *****
       77 InclureSecondTirage pic X value "N".
       77 NoTirageLoto pic 9.

      ***** Liste des tirages : second tirage en colonne, codes gagnants sur demande *****
       77 SecondTirageListe SQL CHAR (20).
       77 DateCodesSaisie pic X(10).
       77 Boucleur-Codes-Fetch pic 9.
       77 CodesLigneNo pic 99.
       77 CodesColonneNo pic 99.

      ***** Variables liès à l'affichage des tirages Loto (Option 2 du sous-menu Loto) *****
       77 Affichage-Loto-Tirage-NoLigne pic 99.
       77 Boucleur-Loto-Liste-Tirage pic 9.
       77 NoGrilleSaisie pic 99.
       77 ValidateurGrille pic 9.
       77 StatutGrille pic X.
       77 MoisFinValidite pic 99.
       77 JourFinValidite pic 99.
       77 DateTirageValidite pic X(8).

       01 GrilleCourante.
         10 IdGrille Pic X(36).
         10 GEtoile2 pic 99.
         10 ActifGrille SQL CHAR (1).
      ***** Mise engagee par la grille a chaque tirage qu'elle joue *****
         10 MiseGrille pic 9(5)V99.
      ***** Syndicat proprietaire de la grille (blanc = grille d'un joueur seul) *****
         10 IdSyndicatGrille pic X(36).
      ***** Grille simple (S), multiple (M) ou systeme reduit (R) : tous les numeros et *****
      ***** toutes les etoiles (ou numeros chance) joues, 2 chiffres chacun, modele du *****
      ***** systeme et nombre de combinaisons couvertes *****
         10 TypeGrille SQL CHAR (1).
         10 NumerosGrille SQL CHAR (20).
         10 EtoilesGrille SQL CHAR (10).
         10 ModeleReduit SQL CHAR (5).
         10 NbCombinaisons pic 9(5).
      ***** Fin de validite facultative (AAAAMMJJ, blanc = sans fin) : passe cette date, *****
      ***** la grille n'est plus confrontee aux tirages ni debitee de sa mise *****
         10 DateFinValidite SQL CHAR (8).

      ***** Ledger mises/gains (table LedgerJoueur) : une ligne par grille active et par *****
      ***** tirage frais confronte par le controle automatique de l'import - la mise de la *****
         10 Filler Pic X(2).
         10 NetLedEd Pic -Z(7)9,99.

      ***** Syndicats de jeu (table Syndicat : IdSyndicat, NomSyndicat, DateCreation, Actif ; *****
      ***** MembreSyndicat : IdSyndicat, NomJoueur, NbParts, DateEntree ; CotisationSyndicat : *****
      ***** IdSyndicat, NomJoueur, DateVersement, Montant). Une grille rattachee a un syndicat *****
      ***** (colonne IdSyndicat de GrilleJoueur) voit sa mise et son gain de chaque tirage *****
      ***** repartis entre les membres au prorata des parts : une ligne LedgerJoueur par *****
      ***** membre, marquee de l'IdSyndicat. Chaque quote-part est tronquee au centime, les *****
      ***** centimes de reste vont un a un aux plus gros porteurs de parts (puis par ordre de *****
      ***** nom) : le total reparti egale toujours la mise ou le gain de la grille. Un membre *****
      ***** retire garde sa ligne a 0 part pour que son solde reste au releve *****
       77 GestionSyndicats-iterator pic 9.
       77 OptionSyndicats pic X.
       77 BoucleurSyndicats pic 9.
       77 NoLigneSyndicat pic 99.
       77 MaxSyndicats pic 99.
       77 NoSyndicatSaisi pic 99.
       77 IdSyndicatCourant pic X(36).
       77 NomSyndicatSaisi pic X(20).
       77 NomMembreSaisi pic X(20).
       77 NbPartsSaisi pic 9(4).
       77 MontantCotisationSaisi pic 9(5)V99.
       77 NbTiragesACouvrir pic 99.
       77 NbSyndicatTrouve pic 9(6).
       77 NbMembresSyndicat pic 99.
       77 TotalPartsSyndicat pic 9(5).
       77 Membre-i pic 99.
       77 BoucleurMembres pic 9.
       77 MontantARepartir pic 9(12)V99.
       77 CumulReparti pic 9(12)V99.
       77 ResteARepartir pic 9(12)V99.
       77 MiseTirageSyndicat pic 9(12)V99.
       77 DuMembreSyndicat pic 9(12)V99.
       77 SoldeMembreSyndicat pic S9(12)V99.
       77 NbMembresEnRetard pic 99.
       77 ReleveLigneNo pic 99.

       01 SyndicatCourant.
         10 IdSyndicatLu Pic X(36).
         10 NomSyndicat SQL CHAR-VARYING (20).
         10 NbMembresLu pic 9(4).
         10 TotalPartsLu pic 9(5).
         10 MiseTirageLu pic 9(12)V99.

       01 LigneSyndicatEcran occurs 15.
         10 IdSyndicatEcran Pic X(36).
         10 NomSyndicatEcran Pic X(20).

      ***** Membres du syndicat de la grille en cours de repartition, par parts decroissantes *****
       01 MembresSyndicat-Table occurs 30.
         10 NomMembreSyn pic X(20).
         10 PartsMembreSyn pic 9(4).
         10 QuotePartSyn pic 9(12)V99.
         10 MiseMembreSyn pic 9(12)V99.
         10 GainMembreSyn pic 9(12)V99.

       01 LigneMembreCourante.
         10 NomJoueurMbr SQL CHAR-VARYING (20).
         10 NbPartsMbr pic 9(4).
         10 CotisationsMbr pic 9(12)V99.
         10 MisesMbr pic 9(12)V99.
         10 GainsMbr pic 9(12)V99.
         10 MiseLedgerMbr pic 9(12)V99.
         10 GainLedgerMbr pic 9(12)V99.

       01 LigneSyndicatEd.
         10 NoSyndicatEd Pic Z9.
         10 Filler Pic X(2).
         10 NomSyndicatEd Pic X(20).
         10 Filler Pic X(2).
         10 NbMembresSynEd Pic ZZZ9.
         10 Filler Pic X(3).
         10 PartsSynEd Pic ZZZZ9.
         10 Filler Pic X(3).
         10 MiseTirageSynEd Pic Z(6)9,99.

      ***** Releve par membre : cotisations versees, mises imputees, gains recus, solde (positif *****
      ***** = du par le syndicat au membre, negatif = du par le membre) *****
       01 LigneReleveSyndicatEd.
         10 Filler Pic X.
         10 NomMembreRelEd Pic X(20).
         10 Filler Pic X.
         10 PartsRelEd Pic ZZZ9.
         10 Filler Pic X.
         10 CotisationsRelEd Pic Z(6)9,99.
         10 Filler Pic X.
         10 MisesRelEd Pic Z(6)9,99.
         10 Filler Pic X.
         10 GainsRelEd Pic Z(6)9,99.
         10 Filler Pic X.
         10 SoldeRelEd Pic -Z(6)9,99.

       01 LigneRetardSyndicatEd.
         10 Filler Pic X(3).
         10 NomMembreRetEd Pic X(20).
         10 Filler Pic X(2).
         10 Filler Pic X(13) value "reste du : ".
         10 DuRetEd Pic Z(6)9,99.

       01 LigneGrilleEcran occurs 50.
         10 IdGrilleEcran Pic X(36).
         10 ActifGrilleEcran Pic X.
         10 LibelleEtoileRes Pic X(17).
         10 NbEtoilesRes Pic 9.

      ***** Grilles multiples (M : plus de 5 numeros et/ou plus de 2 etoiles ou plus d'un *****
      ***** numero chance) et systemes reduits (R : un modele de grilles choisies parmi les *****
      ***** numeros joues). La grille est enregistree une fois, developpee en ses *****
      ***** combinaisons au controle des tirages : chaque combinaison est valorisee par son *****
      ***** rang officiel, le meilleur rang et le total des gains sont rapportes *****
       77 NbNumerosComp pic 99.
       77 NbEtoilesComp pic 99.
       77 MaxNumeroComp pic 99.
       77 MaxEtoileComp pic 99.
       77 Comp-i pic 99.
       77 Comp-j pic 99.
       77 Comp-k pic 9.
       77 Comp-e pic 9.
       77 NbBonsComp pic 99.
       77 NbEtoilesBonnesComp pic 99.
       77 BonsLigneComp pic 9.
       77 NbCombosCase pic 9(9).
       77 GainTotalComposee pic 9(12)V99.
       77 MeilleurRangComposee pic 99.
       77 MeilleursBonsComp pic 9.
       77 MeilleuresEtoilesComp pic 9.

       01 NumerosGrille-Zone.
         10 NumeroGrilleZ occurs 10 pic 99.
       01 EtoilesGrille-Zone.
         10 EtoileGrilleZ occurs 5 pic 99.
       01 NumerosCompactes-Table occurs 10.
         10 NumeroCompacte pic 99.
       01 EtoilesCompactes-Table occurs 5.
         10 EtoileCompacte pic 99.
       01 BonsNumerosComp-Table occurs 10.
         10 BonNumeroComp pic 9.
      ***** Nombre de combinaisons par nombre de bons numeros (0 a 5) et par nombre de *****
      ***** bonnes etoiles (0 a 2) ou de numero chance correct (0 ou 1) *****
       01 CombosParBons-Table occurs 6.
         10 CombosParBons pic 9(9).
       01 CombosParEtoiles-Table occurs 3.
         10 CombosParEtoiles pic 9(9).

      ***** Modeles de systemes reduits : positions (1 = premier numero joue, dans l'ordre *****
      ***** de saisie) des 5 numeros de chaque grille du modele *****
       77 Sys-m pic 9.
       77 Sys-l pic 99.
       77 Sys-p pic 99.
       77 NbSystemesReduits pic 9 value 4.
       01 TableSystemesReduits.
         05 SystemeReduit occurs 4.
           10 CodeSysteme pic X(5).
           10 NbNumerosSysteme pic 99.
           10 NbLignesSysteme pic 99.
           10 LigneSysteme occurs 8.
             15 PositionSysteme occurs 5 pic 99.

      ***** Table des garanties : pour k numeros sortis parmi ceux du systeme, le nombre de *****
      ***** bons numeros obtenu au moins sur l'une des grilles, quels que soient les sortis *****
       77 Masque pic 9(5).
       77 NbMasques pic 9(5).
       77 MasqueTravail pic 9(5).
       77 QuotientMasque pic 9(5).
       77 NbSortisMasque pic 99.
       77 MeilleurMasque pic 9.
       77 GarantieLigneNo pic 99.
       01 BitsMasque-Table occurs 10.
         10 BitMasque pic 9.
       01 GarantieSysteme-Table occurs 5.
         10 GarantieSysteme pic 9.

       01 LigneGarantieEd.
         10 Filler Pic X(3).
         10 CodeSystemeEd Pic X(5).
         10 Filler Pic X(5).
         10 NbNumerosSysEd Pic Z9.
         10 Filler Pic X(7).
         10 NbLignesSysEd Pic Z9.
         10 Filler Pic X(6).
         10 GarantieEd occurs 5.
           15 GarantieValeurEd Pic X.
           15 Filler Pic X(6).

       01 LigneResultatComposee.
         10 Filler Pic X(15).
         10 TypeGrilleRes Pic X(16).
         10 NbCombinaisonsRes Pic ZZZZ9.
         10 Filler Pic X(15) value " combinaisons, ".
         10 Filler Pic X(14) value "meilleur rang ".
         10 MeilleurRangRes Pic Z9.
         10 Filler Pic X(15) value ", gains totaux ".
         10 GainTotalRes Pic Z(8)9,99.

      ***** Bulletin de resultats par joueur en fin d'import : les tirages frais inseres *****
      ***** et les scores de chaque grille confrontee sont retenus au fil du controle, *****
      ***** puis chaque joueur ayant des grilles actives (ou porteur de parts d'un *****
      ***** syndicat qui en a) recoit son bulletin : tirages, ses grilles numeros trouves *****
      ***** entre crochets avec rang et montant, solde cumule mises/gains du ledger, *****
      ***** grilles suspendues ou dont la fin de validite approche (de J-7 a J+14). *****
      ***** Edition imprimable BulletinsJoueurs.txt et extrait pret a envoyer *****
      ***** BulletinsMail.txt (entete A/Objet par joueur, fin de message balisee). *****
      ***** Chaque edition est tracee au journal des batchs sous le mode "BULLETINS" *****
       77 JeuBulletin pic X.
       77 NoTirageBulletin pic 9.
       77 NbTiragesBulletin pic 99.
       77 NbResultatsBulletin pic 9(4).
       77 NbResultatsPerdus pic 9(4).
       77 NbTiragesImportesRun pic 9(6).
       77 NbTiragesNonDetailles pic 9(6).
       77 NbTiragesNonDetaillesEd pic Z(5)9.
       77 NbBulletinsProduits pic 9(6).
       77 NbGrillesBulletin pic 9(4).
       77 NbEcheancesBulletin pic 9(4).
       77 NbSyndicatsBulletin pic 99.
       77 Bul-i pic 9(4).
       77 Bul-j pic 99.
       77 Bul-t pic 99.
       77 Bul-s pic 99.
       77 BonBulletin pic 9.
       77 GrilleDuJoueur pic X.
       77 PointeurBulletin pic 99.
       77 NumeroBulletinEd pic 99.
       77 TexteGrilleBulletin pic X(64).
       77 TexteTirageBulletin pic X(40).
       77 BoucleurBulletins pic 9.
       77 BoucleurSyndicatsBul pic 9.
       77 BoucleurEcheances pic 9.
       77 ModeBatchBulletinSvg pic X(20).
       77 NomJoueurBulletin pic X(20).
       77 IdSyndicatBulletin pic X(36).
       77 DateJourBulletin pic X(8).
       77 DebutEcheanceBulletin pic X(8).
       77 FinEcheanceBulletin pic X(8).
       77 MisesBulletin pic 9(12)V99.
       77 GainsBulletin pic 9(12)V99.
       77 SoldeBulletin pic S9(12)V99.
       77 GainBulletinEd pic Z(8)9,99.

       01 TiragesDetailles.
         10 TirageDetaille pic X occurs 2.

      ***** Tirages frais de la tournee d'import (No 2 = second tirage Loto) *****
       01 TiragesBulletin-Table occurs 60.
         10 JeuTirBul pic X.
         10 DateTirBul pic X(10).
         10 NoTirBul pic 9.
         10 TexteTirBul pic X(40).

      ***** Score de chaque grille confrontee a chaque tirage frais *****
       01 ResultatsBulletin-Table occurs 2000.
         10 NomJoueurResBul pic X(20).
         10 IdSyndicatResBul pic X(36).
         10 JeuResBul pic X.
         10 DateResBul pic X(10).
         10 NoTirResBul pic 9.
         10 TypeGrilleResBul pic X.
         10 TexteGrilleResBul pic X(64).
         10 NbNumerosResBul pic 9.
         10 NbEtoilesResBul pic 9.
         10 RangResBul pic 99.
         10 GainResBul pic 9(12)V99.
         10 MontantConnuResBul pic X.

      ***** Syndicats dont le joueur du bulletin courant porte des parts *****
       01 SyndicatsBulletin-Table occurs 20.
         10 IdSyndicatBul pic X(36).

      ***** Grille suspendue ou proche de sa fin de validite *****
       01 EcheanceCourante.
         10 JeuEch SQL CHAR (1).
         10 Num1Ech pic 99.
         10 Num2Ech pic 99.
         10 Num3Ech pic 99.
         10 Num4Ech pic 99.
         10 Num5Ech pic 99.
         10 Etoile1Ech pic 99.
         10 Etoile2Ech pic 99.
         10 ActifEch SQL CHAR (1).
         10 FinValiditeEch SQL CHAR (8).

       01 LigneBulletin pic X(100).

       01 LigneBulEntete1.
         10 Filler Pic X value " ".
         10 Filler Pic X(50) value "FDJ-STATISTIC - Bulletin de resultats".
         10 Filler Pic X(7) value "Date : ".
         10 JourBulEd Pic 99.
         10 Filler Pic X value "/".
         10 MoisBulEd Pic 99.
         10 Filler Pic X value "/".
         10 AnneeBulEd Pic 99.

       01 LigneBulEntete2.
         10 Filler Pic X(10) value " Joueur : ".
         10 NomJoueurBulEd Pic X(20).

       01 LigneBulTirage.
         10 Filler Pic X(2).
         10 JeuTirBulEd Pic X(14).
         10 Filler Pic X(3) value "du ".
         10 DateTirBulEd Pic X(10).
         10 Filler Pic X(3) value " : ".
         10 TexteTirBulEd Pic X(40).

       01 LigneBulGrille.
         10 Filler Pic X(4).
         10 Filler Pic X(9) value "Grille : ".
         10 TexteGrilleBulEd Pic X(64).

       01 LigneBulScore.
         10 Filler Pic X(8).
         10 Filler Pic X(15) value "Bons numeros : ".
         10 NbNumerosBulEd Pic 9.
         10 Filler Pic X(3).
         10 LibelleEtoileBulEd Pic X(10).
         10 NbEtoilesBulEd Pic X.
         10 Filler Pic X(3).
         10 LibelleRangBulEd Pic X(16).
         10 RangBulEd Pic ZZ.
         10 Filler Pic X(2).
         10 MontantBulEd Pic X(16).

       01 LigneBulSolde.
         10 Filler Pic X(4).
         10 LibelleSoldeBulEd Pic X(22).
         10 MontantSoldeBulEd Pic -Z(8)9,99.

       01 LigneBulEcheance.
         10 Filler Pic X(4).
         10 JeuEchBulEd Pic X(14).
         10 TexteEchBulEd Pic X(30).
         10 StatutEchBulEd Pic X(28).

       01 LigneBulMailA.
         10 Filler Pic X(9) value "A      : ".
         10 NomJoueurMailEd Pic X(20).

       01 LigneBulMailObjet.
         10 Filler Pic X(30) value "Objet  : Vos resultats FDJ du ".
         10 JourMailEd Pic 99.
         10 Filler Pic X value "/".
         10 MoisMailEd Pic 99.
         10 Filler Pic X value "/".
         10 AnneeMailEd Pic 99.

      ***** Variables liees a "Mes numeros" : verification des numeros joues sur tout l'historique *****
       01 MesNumeros-Saisie occurs 5.
         10 MesNumeros-Valeur pic 99.
         10 line 10 col 10 value "- 3 - Statistiques des numeros et tirages .......".
         10 line 11 col 10 value "- 4 - Calcul des probalites .....................".
         10 line 12 col 10 value "- 5 - Generateur de grilles flash ...............".
         10 line 13 col 10 value "- 6 - Backtest des strategies de grilles ........".
         10 line 14 col 10 value "- 7 - Retour au Menu general ....................".
         10 line 15 col 30 value "Choix de votre option :".
         10 line 15 col 54 from Option-MenuLoto.

      ********************************************************************************
      ***** Structure de données du Menu Euromillions (option 2 du menu général) *****
         10 line 12 col 10 value "- 5 - Mes numeros (verification sur l'historique) :".
         10 line 13 col 10 value "- 6 - Statistiques des gains reels ..............".
         10 line 14 col 10 value "- 7 - Generateur de grilles flash ...............".
         10 line 15 col 10 value "- 8 - Backtest des strategies de grilles .......".
         10 line 16 col 10 value "- 9 - Retour au Menu general ...................".
         10 line 17 col 30 value "Choix de votre option :".
         10 line 17 col 54 from Option-MenuEuromillions.

      ********************************************************************************
      ***** Structure de donnees du Menu EuroDreams (option 3 du menu general) *****
       01 Loto-Affichage-ListeTirage-Header background-color is CouleurBackground blink foreground-color is CouleurForeground.
         10 line 3 col 25 value "Tirages Loto".
         10 line 4 col 1 pic x(80) value all "_".
         10 line 5 col 1 background-color is CouleurForeground foreground-color is CouleurBackground pic X(80) VALUE "    Date           Num1    Num2    Num3    Num4    Num5    Chance  2nd tirage".

       01 Loto-Affichage-ListeTirage-Body background-color is CouleurBackground blink foreground-color is CouleurForeground.
         10 line Affichage-Loto-Tirage-NoLigne col 3 from date_complete of TirageLoto.
         10 line Affichage-Loto-Tirage-NoLigne col 45 from num4 of TirageLoto.
         10 line Affichage-Loto-Tirage-NoLigne col 53 from num5 of TirageLoto.
         10 line Affichage-Loto-Tirage-NoLigne col 61 from numChance of TirageLoto.
         10 line Affichage-Loto-Tirage-NoLigne col 67 pic X(14) from SecondTirageListe.

       01 Loto-Affichage-ListeTirage-Footer background-color is CouleurBackground foreground-color is CouleurForeground.
         10 line 1 Col 1 ERASE EOL.
       01 Grilles-E background-color is CouleurBackground blink foreground-color is CouleurForeground.
         10 line 3 col 25 value "Portefeuille des grilles jouees".
         10 line 4 col 1 pic x(80) value all "_".
         10 line 5 col 1 background-color is CouleurForeground foreground-color is CouleurBackground pic X(80) VALUE "No  Joueur                Jeu  N1  N2  N3  N4  N5  E1/Ch E2   Actif  Type".

       01 Grilles-Contenu background-color is CouleurBackground foreground-color is CouleurForeground.
         10 line NoLigneGrille col 1 from NoGrilleSaisie pic Z9.
         10 line NoLigneGrille col 52 from GEtoile1 of GrilleCourante.
         10 line NoLigneGrille col 58 from GEtoile2 of GrilleCourante.
         10 line NoLigneGrille col 64 from ActifGrille of GrilleCourante.
         10 line NoLigneGrille col 71 from TypeGrille of GrilleCourante.

       01 Grilles-SubMenu background-color is CouleurBackground foreground-color is CouleurForeground.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 22 col 1 value "-2-Activer/suspendre, ligne No .....:".
         10 line 23 col 1 value "-3-Supprimer, ligne No .............:".
         10 line 21 col 40 value "-4-Bilan mises/gains (P&L) :".
         10 line 22 col 40 value "-5-Syndicats de jeu ........:".
         10 line 23 col 40 value "-6-Systemes reduits ........:".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

       01 GrilleSaisie-Ecran background-color is CouleurBackground foreground-color is CouleurForeground.
         10 line 10 col 29 using GEtoile2 of GrilleCourante.
         10 line 11 col 2 value "Mise par tirage      :".
         10 line 11 col 25 using MiseGrille of GrilleCourante pic ZZ9V,99.
         10 line 12 col 2 value "Syndicat (facultatif):".
         10 line 12 col 25 using NomSyndicatSaisi pic X(20).
         10 line 13 col 2 value "Type S/M/R           :".
         10 line 13 col 25 using TypeGrille of GrilleCourante.
         10 line 13 col 29 value "(M multiple, R systeme reduit)".
         10 line 14 col 2 value "Numeros 6 a 10       :".
         10 line 14 col 25 using NumeroGrilleZ(6).
         10 line 14 col 29 using NumeroGrilleZ(7).
         10 line 14 col 33 using NumeroGrilleZ(8).
         10 line 14 col 37 using NumeroGrilleZ(9).
         10 line 14 col 41 using NumeroGrilleZ(10).
         10 line 15 col 2 value "Etoiles/chance 3 a 5 :".
         10 line 15 col 25 using EtoileGrilleZ(3).
         10 line 15 col 29 using EtoileGrilleZ(4).
         10 line 15 col 33 using EtoileGrilleZ(5).
         10 line 16 col 2 value "Modele systeme reduit:".
         10 line 16 col 25 using ModeleReduit of GrilleCourante.
         10 line 16 col 32 value "(R701, R801, R901, R1001)".
         10 line 17 col 2 value "Fin de validite      :".
         10 line 17 col 25 using DateFinValidite of GrilleCourante pic X(8).
         10 line 17 col 35 value "(AAAAMMJJ, vide = sans fin)".

      ***** Syndicats de jeu (option 5 du portefeuille) *****
       01 Syndicats-E background-color is CouleurBackground blink foreground-color is CouleurForeground.
         10 line 3 col 30 value "SYNDICATS DE JEU".
         10 line 4 col 1 pic x(80) value all "_".
         10 line 5 col 1 background-color is CouleurForeground foreground-color is CouleurBackground pic X(80) VALUE "No  Syndicat              Membres   Parts   Mise/tirage".

       01 Syndicats-SubMenu background-color is CouleurBackground foreground-color is CouleurForeground.
         10 line 20 col 1 pic x(80) value all "_".
         10 line 21 col 1 value "-1-Creation d'un syndicat ..........:".
         10 line 22 col 1 value "-2-Membre / parts, syndicat No .....:".
         10 line 23 col 1 value "-3-Cotisation versee, syndicat No ..:".
         10 line 21 col 42 value "-4-Releve par membre, No :".
         10 line 24 col 1 value "-0-Retour au menu ..................:".

      ***** Affichage des tirages ou "Mes numeros" a fait un bon score, Euromillions et Loto *****
       01 MesNumeros-Affichage-Hit-Header background-color is CouleurBackground foreground-color is CouleurForeground.
                   perform RecalculStatistiques
                   move NbTiragesRecalcules to NbLignesJournalFdj
                   perform ClotureJournalBatch
      ***** Import sans surveillance des repertoires de depot, tirages frais au journal, *****
      ***** puis bulletins des joueurs (journalises a part sous le mode "BULLETINS") *****
               when ModeBatch(1:6) = "IMPORT"
                   perform OuvertureJournalBatch
                   perform ImportationBatch
                   move NbTiragesImportesRun to NbLignesJournalFdj
                   perform ClotureJournalBatch
                   perform ProductionBulletinsJoueurs
               when other
                   perform Affichage-MenuGeneral-Trt until Boucleur-Affichage-MenuGeneral = 1
           end-evaluate.
       Affichage-MenuLoto-Trt.
           display General-Header-Infos.
           display MenuLoto.
           accept Option-MenuLoto line 15 col 54.
           evaluate Option-MenuLoto
               when 1
                   perform Loto-Importation-Depot
               when 5
                   move "L" to JeuGenerateur
                   perform GenerateurGrilles
      ***** Backtest des strategies de grilles sur l'historique Loto *****
               when 6
                   move "L" to JeuBacktest
                   perform BacktestStrategies
      ***** Retour au menu general : on sort de la boucle du sous-menu au lieu de rappeler *****
      ***** recursivement Affichage-MenuGeneral *****
               when 7
                   move 1 to Boucleur-Affichage-MenuLoto
               when other
                   continue
       Affichage-MenuEuromillions-Trt.
           display General-Header-Infos.
           display MenuEuromillions.
           accept Option-MenuEuromillions line 17 col 54.
           evaluate Option-MenuEuromillions
               when 1
                   perform Euromillions-Importation-Depot
               when 7
                   move "E" to JeuGenerateur
                   perform GenerateurGrilles
      ***** Backtest des strategies de grilles sur l'historique Euromillions *****
               when 8
                   move "E" to JeuBacktest
                   perform BacktestStrategies
               when 9
                   move 1 to Boucleur-Affichage-MenuEuromillions
               when other
                   continue
           end-string.
           call "SYSTEM" using CommandeSysteme.

           if ResumeDepot-Ouvert = "N" then
               open output F-ResumeDepot
               write E-ResumeDepot from " Fichier                                  Lues / Inserees / Connues / Rejetees"
               move "O" to ResumeDepot-Ouvert
           end-if.
           move 0 to NbFichiersDepot.
           move 0 to BoucleurDepot.
           open input F-ListeDepot.
           end-if.
           perform Loto-TraitementFichierDepot until BoucleurDepot = 1.
           close F-ListeDepot.

      ***** En mode batch, ni ecran ni attente : les fichiers de compte rendu restent ouverts *****
      ***** pour le jeu suivant (ImportationBatch les ferme apres le dernier) et les bulletins *****
      ***** sont edites en fin de tournee *****
           if ModeBatch not = spaces then
               exit paragraph
           end-if.
           perform FermetureFichiersDepot.
      ***** Bulletin de resultats de chaque joueur sur les tirages frais *****
           perform ProductionBulletinsJoueurs.
           if NbBulletinsProduits > 0 then
               display "Bulletins joueurs : " line 22 col 2 with no advancing
               display NbBulletinsProduits line 22 col 22 with no advancing
               display " (voir BulletinsJoueurs.txt et BulletinsMail.txt)" line 22 col 28 with no advancing
           end-if.
           display "Fichiers traites : " line 23 col 2 with no advancing.
           display NbFichiersDepot line 23 col 21 with no advancing.
           display " (voir ResumeImportTirages.txt) - Tapez Entree " line 23 col 25 with no advancing.

      ***** Casse le ligne aux délimiteurs *****
      ***** On enferme les différentes partie dans les endroits respectifs *****
           move spaces to ZonesSecondTirageLoto.
           unstring File-Loto-line delimited by ";" into
             old_id of TirageLotoTemp
             date_complete of TirageLotoTemp
             tirage_sans_nc of TirageLotoTemp
             tirage_nc of TirageLotoTemp
             SecondTirageZone
             CodesGagnantsZone
             RangSecondDepouille(1)
             RangSecondDepouille(2)
             RangSecondDepouille(3)
             RangSecondDepouille(4)
           end-unstring.

           unstring date_complete of TirageLotoTemp delimited by "/" into
           end-unstring.
      ***** Concatenation pour avoir le tirage Complet *****
           string tirage_sans_nc of TirageLotoTemp "/" tirage_nc of TirageLotoTemp into tirage_complet of TirageLoto.
           perform Loto-Importation-SecondTirage.

      ***** Validation du tirage decoupe avant tout INSERT : date plausible et jour de tirage *****
      ***** reel, numeros 1-49, numero chance 1-10, pas de doublon dans le tirage *****
                           :TirageLoto.num4, :TirageLoto.num5, :TirageLoto.numChance)
               end-exec
               add 1 to NbTiragesInseres
      ***** Second tirage et codes gagnants, enregistrements propres rattaches au tirage *****
               perform Loto-EnregistrementSecondTirage
               perform Loto-EnregistrementCodesGagnants
      ***** Confrontation automatique des grilles actives au tirage frais insere *****
               perform Loto-ControleGrilles
      ***** Mise a jour au fil de l'eau des statistiques persistees *****
               perform MajStatistiquesTirageL
           else
               add 1 to NbTiragesConnus
               perform Loto-RepriseSecondTirage
           end-if.

      ***** Second tirage et codes gagnants, quand le fichier les porte *****
       Loto-Importation-SecondTirage.
           move "N" to SecondTiragePresent.
           move 0 to SNum1.
           move 0 to SNum2.
           move 0 to SNum3.
           move 0 to SNum4.
           move 0 to SNum5.
           move spaces to SecondTirageComplet.
           if SecondTirageZone not = spaces then
               move "O" to SecondTiragePresent
               move spaces to Importation-Loto-DerniereZone
               unstring SecondTirageZone delimited by "-" into
                 SNum1
                 SNum2
                 SNum3
                 SNum4
                 Importation-Loto-DerniereZone
               end-unstring
               unstring Importation-Loto-DerniereZone delimited by " " into
                 SNum5
               end-unstring
               string SNum1 "-" SNum2 "-" SNum3 "-" SNum4 "-" SNum5 delimited by size
                   into SecondTirageComplet
               end-string
           end-if.

           move spaces to CodesGagnantsDepouille.
           move 0 to NbCodesGagnants.
           if CodesGagnantsZone not = spaces then
               unstring CodesGagnantsZone delimited by ", " or "," into
                 CodeGagnantDepouille(1) CodeGagnantDepouille(2) CodeGagnantDepouille(3)
                 CodeGagnantDepouille(4) CodeGagnantDepouille(5) CodeGagnantDepouille(6)
                 CodeGagnantDepouille(7) CodeGagnantDepouille(8) CodeGagnantDepouille(9)
                 CodeGagnantDepouille(10) CodeGagnantDepouille(11) CodeGagnantDepouille(12)
                 CodeGagnantDepouille(13) CodeGagnantDepouille(14) CodeGagnantDepouille(15)
                 tallying in NbCodesGagnants
               end-unstring
           end-if.

      ***** Le second tirage, enregistrement propre rattache au tirage, et sa repartition *****
      ***** des gains *****
       Loto-EnregistrementSecondTirage.
           if SecondTiragePresent not = "O" then
               exit paragraph
           end-if.
           exec sql
               select newid() into :SecondTirageLoto.IdSecondTirage
           end-exec.
           exec sql
               INSERT INTO [dbo].TiragesLotoSecond (id_second, id_tirage, date_complete, mois, annee, tirage_complet, num1, num2, num3, num4, num5)
               VALUES (:SecondTirageLoto.IdSecondTirage, :TirageLoto.id_tirage, :TirageLotoTemp.date_complete,
                       :TirageLoto.mois, :TirageLoto.annee, :SecondTirageLoto.SecondTirageComplet,
                       :SecondTirageLoto.SNum1, :SecondTirageLoto.SNum2, :SecondTirageLoto.SNum3,
                       :SecondTirageLoto.SNum4, :SecondTirageLoto.SNum5)
           end-exec.
           perform Loto-ChargementGainsSecond.

      ***** Colonnes "rang-gagnants-montant" du second tirage : rang 1 = 5 bons numeros, *****
      ***** 2 = 4 bons, 3 = 3 bons, 4 = 2 bons *****
       Loto-ChargementGainsSecond.
           perform varying RangGains-i from 1 by 1 until RangGains-i > 4
               if RangSecondDepouille(RangGains-i) not = spaces
                   move 0 to RangGain
                   move 0 to NbGagnantsGain
                   move 0 to MontantGain
                   unstring RangSecondDepouille(RangGains-i) delimited by "-" into
                     RangGain
                     NbGagnantsGain
                     MontantGain
                   end-unstring
                   if RangGain >= 1 and RangGain <= 4
                       exec sql
                           INSERT INTO RepartitionGains
                               (id_tirage, Rang, NbGagnants, Montant)
                           VALUES
                               (:SecondTirageLoto.IdSecondTirage, :RangGain,
                                :NbGagnantsGain, :MontantGain)
                       end-exec
                   end-if
               end-if
           end-perform.

       Loto-EnregistrementCodesGagnants.
           perform varying Code-i from 1 by 1 until Code-i > NbCodesGagnants
               move CodeGagnantDepouille(Code-i) to CodeGagnantCourant
               exec sql
                   INSERT INTO [dbo].CodesGagnantsLoto (id_tirage, date_complete, Code)
                   VALUES (:TirageLoto.id_tirage, :TirageLotoTemp.date_complete, :CodeGagnantCourant)
               end-exec
           end-perform.

      ***** Tirage deja en base (fichier charge avant que le second tirage ne soit lu) : *****
      ***** le second tirage et les codes sont repris s'ils manquent. Les grilles n'y sont *****
      ***** pas confrontees, rien ne dit qu'elles etaient jouees a cette date *****
       Loto-RepriseSecondTirage.
           if SecondTiragePresent = "O" then
               move 0 to NbSecondTrouve
               exec sql
                   select count(*) into :NbSecondTrouve
                   from TiragesLotoSecond
                   where id_tirage = :TirageLoto.id_tirage
               end-exec
               if NbSecondTrouve = 0 then
                   perform Loto-EnregistrementSecondTirage
               end-if
           end-if.
           if NbCodesGagnants > 0 then
               move 0 to NbCodesTrouves
               exec sql
                   select count(*) into :NbCodesTrouves
                   from CodesGagnantsLoto
                   where id_tirage = :TirageLoto.id_tirage
               end-exec
               if NbCodesTrouves = 0 then
                   perform Loto-EnregistrementCodesGagnants
               end-if
           end-if.

      ******************************************************************************************************************
      ***** Declaration du curseur *****
           exec sql
              declare Cursor-Loto-ListeTirage cursor for
                  select t.date_complete, t.num1, t.num2, t.num3, t.num4, t.num5, t.numChance,
                         ISNULL(s.tirage_complet, ' ')
                  from TiragesLoto t
                  left join TiragesLotoSecond s on s.id_tirage = t.id_tirage
                  Order by t.annee DESC, t.mois DESC, t.date_complete DESC
          end-exec.

      ***** Ouverture du curseur *****
               :TirageLoto.num3,
               :TirageLoto.num4,
               :TirageLoto.num5,
               :TirageLoto.numChance,
               :SecondTirageListe
           end-exec.
      ***** Si il y a un resultat, on passe sur le perform AffichageLigne *****
           if SqlCode = 0 or SqlCode = 1 then
      ***** Sinon on affiche la fin *****
           else
               move 1 to Boucleur-Loto-Liste-Tirage
               display "Fin de la liste des tirages - [C]odes gagnants ou Entree : " line 23 col 2 with no advancing
               accept Loto-Liste-Tirage-ReponseOfUser
               if Loto-Liste-Tirage-ReponseOfUser = "c" or Loto-Liste-Tirage-ReponseOfUser = "C" then
                   perform Loto-Affichage-CodesGagnants
               end-if
           End-if.

       Loto-Liste-Tirages-Fin.
       Loto-ListeTirage-Affichage-LigneCompte-Trt.
      ***** * Choix des option "suivante" "précédent" "Menu" en bas de page *****
           if Affichage-Loto-Tirage-NoLigne = 21 then
               display "Page [S]uivant - [C]odes gagnants - [M]enu : " blink line 23 col 2 blank line with no advancing
               accept Loto-Liste-Tirage-ReponseOfUser col 47 line 23

      ***** Si on arrête, on positionne la fin de fichier *****
               if Loto-Liste-Tirage-ReponseOfUser = "m" then
               if Loto-Liste-Tirage-ReponseOfUser = "s" then
                   move "S" to Loto-Liste-Tirage-ReponseOfUser
               end-if
               if Loto-Liste-Tirage-ReponseOfUser = "c" then
                   move "C" to Loto-Liste-Tirage-ReponseOfUser
               end-if

               evaluate Loto-Liste-Tirage-ReponseOfUser
                   when "S"
                       move 5 to Affichage-Loto-Tirage-NoLigne
                       display Loto-Affichage-ListeTirage-Footer
      ***** Codes gagnants d'un tirage, puis la page suivante *****
                   when "C"
                       perform Loto-Affichage-CodesGagnants
                       move 5 to Affichage-Loto-Tirage-NoLigne
                   when other
                       move 1 to Boucleur-Loto-Liste-Tirage
               end-evaluate
       Loto-ListeTirage-Affichage-LigneCompte-Fin.
           continue.

      ***** Codes gagnants d'un tirage, demande par sa date *****
       Loto-Affichage-CodesGagnants.
           display Loto-Affichage-ListeTirage-Footer.
           move spaces to DateCodesSaisie.
           display "Date du tirage (JJ/MM/AAAA) : " line 6 col 2 with no advancing.
           accept DateCodesSaisie line 6 col 32.
           move 0 to Boucleur-Codes-Fetch.
           move 0 to NbCodesTrouves.
           move 8 to CodesLigneNo.
           move 2 to CodesColonneNo.
           exec sql
               declare Cursor-Loto-Codes cursor for
                   select Code
                   from CodesGagnantsLoto
                   where date_complete = :DateCodesSaisie
                   Order by Code
           end-exec.
           exec sql
               open Cursor-Loto-Codes
           end-exec.
           perform Loto-Affichage-CodeGagnant until Boucleur-Codes-Fetch = 1.
           exec sql
               close Cursor-Loto-Codes
           end-exec.
           if NbCodesTrouves = 0 then
               display "Aucun code gagnant enregistre pour ce tirage" line 8 col 2
           end-if.
           display "Tapez Entree " line 23 col 2 blank line with no advancing.
           accept Loto-Liste-Tirage-ReponseOfUser.
           display Loto-Affichage-ListeTirage-Footer.

      ***** Six codes par ligne *****
       Loto-Affichage-CodeGagnant.
           exec sql
               fetch Cursor-Loto-Codes into :CodeGagnantCourant
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               add 1 to NbCodesTrouves
               if CodesLigneNo <= 21 then
                   display CodeGagnantCourant line CodesLigneNo col CodesColonneNo
               end-if
               add 13 to CodesColonneNo
               if CodesColonneNo > 67 then
                   move 2 to CodesColonneNo
                   add 1 to CodesLigneNo
               end-if
           else
               move 1 to Boucleur-Codes-Fetch
           end-if.

      ******************************************************************************************************************
      *================================================================================================================*
      ******************** Loto : Statistique (Option 3 du Sous-Menu Loto) *********************************************
      ***** Avertissement tant que le dernier controle de completude a trouve des trous *****
           perform Completude-Avertissement.
           display "Tapez [R] Retour, [A] ALL, [P] Periode, [O] Numeros en retard ou l'annee souhaitee: " line 7 col 2.
           display "( [C] = completude, [S] = profils de tirages, [T] = tests du hasard )" line 8 col 2.
           accept Loto-Statistique-ReponseOfUser line 7 col 73.

      ***** Le second tirage (sans numero chance) peut etre compte avec le premier *****
           move "N" to InclureSecondTirage.
           display "Inclure le second tirage (O/N, vide = N) : " line 9 col 2.
           accept InclureSecondTirage line 9 col 46.
           if InclureSecondTirage = "o" then
               move "O" to InclureSecondTirage
           end-if.

           if Loto-Statistique-ReponseOfUser = "c" then
               move "C" to Loto-Statistique-ReponseOfUser
           end-if.
           if Loto-Statistique-ReponseOfUser = "s" then
               move "S" to Loto-Statistique-ReponseOfUser
           end-if.
           if Loto-Statistique-ReponseOfUser = "t" then
               move "T" to Loto-Statistique-ReponseOfUser
           end-if.
           if Loto-Statistique-ReponseOfUser = "r" then
               move "R" to Loto-Statistique-ReponseOfUser
           end-if.
      ***** Profils de tirages : sommes, parite, bas/haut, consecutifs *****
               when "S"
                   perform ProfilStatistique
      ***** Tests de qualite du hasard : uniformite, suites, repetitions, p-valeurs *****
               when "T"
                   perform TestsHasard
           end-evaluate.

       Loto-Statistique-Trt.
               into ScopeStatistique.
           exec sql
              declare Cursor-Loto-StatByYear cursor for
                  select annee, mois, date_complete, num1, num2, num3, num4, num5, numChance
                  from TiragesLoto
                  Where annee = :Loto-Statistique-ReponseOfUser
                  union all
                  select annee, mois, date_complete, num1, num2, num3, num4, num5, 0
                  from TiragesLotoSecond
                  Where annee = :Loto-Statistique-ReponseOfUser
                    and :InclureSecondTirage = 'O'
                  Order by annee DESC, mois DESC, date_complete DESC
          end-exec.
           exec sql
       Loto-Statistique-ByYear-Trt.
           exec sql
               fetch Cursor-Loto-StatByYear
               into :TirageLoto.annee,
               :TirageLoto.mois,
               :TirageLoto.date_complete,
               :TirageLoto.num1,
               :TirageLoto.num2,
               :TirageLoto.num3,
               into ScopeStatistique.
           exec sql
              declare Cursor-Loto-StatByPeriode cursor for
                  select annee, mois, date_complete, num1, num2, num3, num4, num5, numChance
                  from TiragesLoto
                  Where (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut and :Euromillions-Statistique-Periode-ValeurFin
                  union all
                  select annee, mois, date_complete, num1, num2, num3, num4, num5, 0
                  from TiragesLotoSecond
                  Where (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut and :Euromillions-Statistique-Periode-ValeurFin
                    and :InclureSecondTirage = 'O'
                  Order by annee DESC, mois DESC, date_complete DESC
          end-exec.
           exec sql
       Loto-Statistique-ByPeriode-Trt.
           exec sql
               fetch Cursor-Loto-StatByPeriode
               into :TirageLoto.annee,
               :TirageLoto.mois,
               :TirageLoto.date_complete,
               :TirageLoto.num1,
               :TirageLoto.num2,
               :TirageLoto.num3,
      ***** Servi instantanement depuis les tables persistees quand elles sont chargees *****
       Loto-Statistique-AllPeriode.
           perform LectureNbTiragesStocke.
      ***** Les tables persistees ne portent que le premier tirage *****
           if NbTiragesStocke > 0 and InclureSecondTirage not = "O" then
               perform ChargementFreqDepuisTables
               perform Statistique-TriNumeros
               perform Statistique-TriEtoiles
           move "TOUTE LA PERIODE" to ScopeStatistique.
           exec sql
              declare Cursor-Loto-StatAll cursor for
                  select annee, mois, date_complete, num1, num2, num3, num4, num5, numChance
                  from TiragesLoto
                  union all
                  select annee, mois, date_complete, num1, num2, num3, num4, num5, 0
                  from TiragesLotoSecond
                  where :InclureSecondTirage = 'O'
                  Order by annee DESC, mois DESC, date_complete DESC
          end-exec.
           exec sql
       Loto-Statistique-AllPeriode-Trt.
           exec sql
               fetch Cursor-Loto-StatAll
               into :TirageLoto.annee,
               :TirageLoto.mois,
               :TirageLoto.date_complete,
               :TirageLoto.num1,
               :TirageLoto.num2,
               :TirageLoto.num3,
           add 1 to FreqNumeroCompte(num3 of TirageLoto).
           add 1 to FreqNumeroCompte(num4 of TirageLoto).
           add 1 to FreqNumeroCompte(num5 of TirageLoto).
      ***** Le second tirage n'a pas de numero chance (0) *****
           if numChance of TirageLoto >= 1 and numChance of TirageLoto <= 10 then
               add 1 to FreqEtoileCompte(numChance of TirageLoto)
           end-if.

      ***** Calcul et affichage des "numeros en retard" Loto, classes du plus au moins en retard *****
      ***** Servi instantanement depuis les tables persistees quand elles sont chargees *****
       Loto-Statistique-Retard.
           perform LectureNbTiragesStocke.
           if NbTiragesStocke > 0 and InclureSecondTirage not = "O" then
               perform ChargementRetardDepuisTables
               perform Retard-TriNumeros
               perform Retard-TriEtoiles
           perform Retard-InitTables.
           exec sql
              declare Cursor-Loto-Retard cursor for
                  select annee, mois, date_complete, 1 as no_tirage, num1, num2, num3, num4, num5, numChance
                  from TiragesLoto
                  union all
                  select annee, mois, date_complete, 2, num1, num2, num3, num4, num5, 0
                  from TiragesLotoSecond
                  where :InclureSecondTirage = 'O'
                  Order by annee DESC, mois DESC, date_complete DESC, no_tirage DESC
          end-exec.
           exec sql
             open Cursor-Loto-Retard
       Loto-Statistique-Retard-Trt.
           exec sql
               fetch Cursor-Loto-Retard
               into :TirageLoto.annee,
               :TirageLoto.mois,
               :TirageLoto.date_complete,
               :NoTirageLoto,
               :TirageLoto.num1,
               :TirageLoto.num2,
               :TirageLoto.num3,
               :TirageLoto.num4,
           if RetardNumeroCompte(num5 of TirageLoto) = 99999
               move Retard-DrawIndex to RetardNumeroCompte(num5 of TirageLoto)
           end-if.
           if numChance of TirageLoto >= 1 and numChance of TirageLoto <= 10 then
               if RetardEtoileCompte(numChance of TirageLoto) = 99999
                   move Retard-DrawIndex to RetardEtoileCompte(numChance of TirageLoto)
               end-if
           end-if.

      ******************************************************************************************************************
           end-string.
           call "SYSTEM" using CommandeSysteme.

           if ResumeDepot-Ouvert = "N" then
               open output F-ResumeDepot
               write E-ResumeDepot from " Fichier                                  Lues / Inserees / Connues / Rejetees"
               move "O" to ResumeDepot-Ouvert
           end-if.
           move 0 to NbFichiersDepot.
           move 0 to BoucleurDepot.
           open input F-ListeDepot.
           end-if.
           perform Euromillions-TraitementFichierDepot until BoucleurDepot = 1.
           close F-ListeDepot.

      ***** En mode batch, ni ecran ni attente : les fichiers de compte rendu restent ouverts *****
      ***** pour le jeu suivant (ImportationBatch les ferme apres le dernier) et les bulletins *****
      ***** sont edites en fin de tournee *****
           if ModeBatch not = spaces then
               exit paragraph
           end-if.
           perform FermetureFichiersDepot.
      ***** Bulletin de resultats de chaque joueur sur les tirages frais *****
           perform ProductionBulletinsJoueurs.
           if NbBulletinsProduits > 0 then
               display "Bulletins joueurs : " line 22 col 2 with no advancing
               display NbBulletinsProduits line 22 col 22 with no advancing
               display " (voir BulletinsJoueurs.txt et BulletinsMail.txt)" line 22 col 28 with no advancing
           end-if.
           display "Fichiers traites : " line 23 col 2 with no advancing.
           display NbFichiersDepot line 23 col 21 with no advancing.
           display " (voir ResumeImportTirages.txt) - Tapez Entree " line 23 col 25 with no advancing.
      ***** "P" permet de demander une periode arbitraire (mois/annee debut et fin) au lieu d'une seule annee *****
      ***** "O" affiche les numeros/etoiles en retard, classes du plus au moins en retard *****
           display "Tapez [R] Retour, [A] ALL, [P] Periode, [O] Numeros en retard," line 7 col 2.
           display "[D] Paires, [S] Profils, [C] Completude, [T] Tests, ou l'annee : " line 8 col 2.
           accept Euromillions-Statistique-ReponseOfUser line 8 col 68.

      ***** Les tirages deplaces dans l'archive par la purge annuelle peuvent etre repris *****
           move "N" to InclureArchive.
           if Euromillions-Statistique-ReponseOfUser = "s" then
               move "S" to Euromillions-Statistique-ReponseOfUser
           end-if.
           if Euromillions-Statistique-ReponseOfUser = "t" then
               move "T" to Euromillions-Statistique-ReponseOfUser
           end-if.
           if Euromillions-Statistique-ReponseOfUser is not numeric
               move 1 to Boucleur-Euromillions-Statistique
           else
      ***** Profils de tirages : sommes, parite, bas/haut, consecutifs *****
               when "S"
                   perform ProfilStatistique
      ***** Tests de qualite du hasard : uniformite, suites, repetitions, p-valeurs *****
               when "T"
                   perform TestsHasard
           end-evaluate.

       Euromillions-Statistique-Trt.
                   into ScopeStatEd of LigneStatEntete1
               end-string
           end-if.
           if JeuStatistique = "L" and InclureSecondTirage = "O" then
               move spaces to ScopeStatEd of LigneStatEntete1
               string ScopeStatistique delimited by "  " " + 2ND TIRAGE" delimited by size
                   into ScopeStatEd of LigneStatEntete1
               end-string
           end-if.
           move Jour of DateSysteme to JourStatEd of LigneStatEntete1.
           move Mois of DateSysteme to MoisStatEd of LigneStatEntete1.
           move Annee of DateSysteme to AnneeStatEd of LigneStatEntete1.
           end-string.
           call "SYSTEM" using CommandeSysteme.

           if ResumeDepot-Ouvert = "N" then
               open output F-ResumeDepot
               write E-ResumeDepot from " Fichier                                  Lues / Inserees / Connues / Rejetees"
               move "O" to ResumeDepot-Ouvert
           end-if.
           move 0 to NbFichiersDepot.
           move 0 to BoucleurDepot.
           open input F-ListeDepot.
           end-if.
           perform EuroDreams-TraitementFichierDepot until BoucleurDepot = 1.
           close F-ListeDepot.

      ***** En mode batch, ni ecran ni attente : les fichiers de compte rendu restent ouverts *****
      ***** pour le jeu suivant (ImportationBatch les ferme apres le dernier) et les bulletins *****
      ***** sont edites en fin de tournee *****
           if ModeBatch not = spaces then
               exit paragraph
           end-if.
           perform FermetureFichiersDepot.
      ***** Bulletin de resultats de chaque joueur sur les tirages frais *****
           perform ProductionBulletinsJoueurs.
           if NbBulletinsProduits > 0 then
               display "Bulletins joueurs : " line 22 col 2 with no advancing
               display NbBulletinsProduits line 22 col 22 with no advancing
               display " (voir BulletinsJoueurs.txt et BulletinsMail.txt)" line 22 col 28 with no advancing
           end-if.
           display "Fichiers traites : " line 23 col 2 with no advancing.
           display NbFichiersDepot line 23 col 21 with no advancing.
           display " (voir ResumeImportTirages.txt) - Tapez Entree " line 23 col 25 with no advancing.
           move num4 of TirageEuroDreams to DrawDreamsNumero-Valeur(4).
           move num5 of TirageEuroDreams to DrawDreamsNumero-Valeur(5).
           move num6 of TirageEuroDreams to DrawDreamsNumero-Valeur(6).
      ***** Tirage retenu pour les bulletins joueurs *****
           move "D" to JeuBulletin.
           move 1 to NoTirageBulletin.
           perform MemorisationTirageBulletin.
      ***** Fin de validite des grilles comparee a la date du tirage (AAAAMMJJ) *****
           string annee of TirageEuroDreams mois of TirageEuroDreams jour of TirageEuroDreamsTemp
               delimited by size into DateTirageValidite
           end-string.

           exec sql
               declare Cursor-GrillesActivesD cursor for
                   select IdGrille, NomJoueur, Num1, Num2, Num3, Num4, Num5,
                          Etoile1, Etoile2, ISNULL(Mise, 0),
                          ISNULL(convert(varchar(36), IdSyndicat), ' '),
                          ISNULL(TypeGrille, 'S'), ISNULL(NumerosGrille, ' '),
                          ISNULL(EtoilesGrille, ' '), ISNULL(ModeleReduit, ' '),
                          ISNULL(NbCombinaisons, 1)
                   from GrilleJoueur
                   where Jeu = 'D' and Actif = 'A'
                     and (DateFinValidite is null or DateFinValidite >= :DateTirageValidite)
           end-exec.
           exec sql
               open Cursor-GrillesActivesD
                   :GrilleCourante.GNum1, :GrilleCourante.GNum2, :GrilleCourante.GNum3,
                   :GrilleCourante.GNum4, :GrilleCourante.GNum5,
                   :GrilleCourante.GEtoile1, :GrilleCourante.GEtoile2,
                   :GrilleCourante.MiseGrille, :GrilleCourante.IdSyndicatGrille,
                   :GrilleCourante.TypeGrille, :GrilleCourante.NumerosGrille,
                   :GrilleCourante.EtoilesGrille, :GrilleCourante.ModeleReduit,
                   :GrilleCourante.NbCombinaisons
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ComptageGrilleDreamsTirage
                   move ChanceGrilleOK to NbEtoilesRes of LigneResultatGrille
                   perform EcritureResultatGrille
               end-if
               perform MemorisationResultatBulletin
           else
               move 1 to BoucleurControleGrilles
           end-if.
                                     and :Euromillions-Statistique-Periode-ValeurFin)
                             or (:ProfilScope not = 'A' and :ProfilScope not = 'P'
                                 and convert(varchar(4), annee) = :ProfilScope))
                      union all
                      select num1, num2, num3, num4, num5
                      from TiragesLotoSecond
                      where :InclureSecondTirage = 'O'
                        and (:ProfilScope = 'A'
                             or (:ProfilScope = 'P'
                                 and (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut
                                     and :Euromillions-Statistique-Periode-ValeurFin)
                             or (:ProfilScope not = 'A' and :ProfilScope not = 'P'
                                 and convert(varchar(4), annee) = :ProfilScope))
               end-exec
               exec sql
                 open Cursor-ProfilL

      ******************************************************************************************************************
      *================================================================================================================*
      ******************** Tests de qualite du hasard sur l'historique des tirages *************************************
      *================================================================================================================*
      ******************************************************************************************************************
      ***** Le jeu vise est dans JeuStatistique (E ou L) ; perimetre A / P / annee comme les *****
      ***** profils. Les tirages sont lus dans l'ordre chronologique (suites, repetitions) *****
       TestsHasard.
           move " " to TestsScope.
           display "Perimetre : [A] ALL, [P] Periode, [R] Retour ou l'annee : " line 10 col 2.
           accept TestsScope line 10 col 61.
           if TestsScope = "a" then
               move "A" to TestsScope
           end-if.
           if TestsScope = "p" then
               move "P" to TestsScope
           end-if.
           if TestsScope = "r" then
               move "R" to TestsScope
           end-if.
           if TestsScope = "R" then
               exit paragraph
           end-if.
           if TestsScope = "P" then
               perform Euromillions-Statistique-Periode-Saisie
           end-if.

           perform TestsHasard-Init.
           perform TestsHasard-Comptage.
           if NbTiragesTests < 2 then
               display "Trop peu de tirages sur ce perimetre - Tapez Entree " line 23 col 2 with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.
           perform TestsHasard-Calculs.
           perform TestsHasard-Affichage.

           display "Exporter le rapport vers fichier (O/N) ? " line 23 col 2 with no advancing.
           move " " to ExportTestsDemande.
           accept ExportTestsDemande line 23 col 45.
           if ExportTestsDemande = "o" or ExportTestsDemande = "O" then
               perform TestsHasard-Export
           end-if.

      ***** Bornes du jeu, compteurs a zero *****
       TestsHasard-Init.
           if JeuStatistique = "E" then
               move 50 to MaxNumeroTest
               move 12 to MaxEtoileTest
               move 2 to NbEtoilesTirageTest
               move 25 to SeuilBasTest
           else
               move 49 to MaxNumeroTest
               move 10 to MaxEtoileTest
               move 1 to NbEtoilesTirageTest
               move 24 to SeuilBasTest
           end-if.
           divide MaxNumeroTest by 2 giving NbPairsPopulationTest.

           perform varying Test-i from 1 by 1 until Test-i > 50
               move 0 to FreqNumTest(Test-i)
               move 0 to FreqPremierTest(Test-i)
           end-perform.
           perform varying Test-i from 1 by 1 until Test-i > 12
               move 0 to FreqEtoileTest(Test-i)
           end-perform.
           perform varying Test-i from 1 by 1 until Test-i > 6
               move 0 to ObsPairsTest(Test-i)
               move 0 to ObsBasTest(Test-i)
           end-perform.
           perform varying Test-i from 1 by 1 until Test-i > 3
               move 0 to ObsRepetTest(Test-i)
           end-perform.
           perform varying Test-a from 1 by 1 until Test-a > 60
               initialize AnneesTest-Table(Test-a)
           end-perform.
           move 0 to NbAnneesTest.
           move 0 to NbTiragesTests.
           move 0 to NbNonTriesTest.
           move 0 to NbTiragesEtoilesTest.
           move 0 to NbSuitesTest.
           move 0 to NbHautsTest.
           move 0 to NbBasSuitesTest.
           move " " to SignePrecedentTest.

       TestsHasard-Comptage.
           move 0 to Boucleur-Tests-Fetch.
           if JeuStatistique = "E" then
               exec sql
                  declare Cursor-TestsE cursor for
                      select annee, mois, date_complete, num1, num2, num3, num4, num5, numC1, numC2
                      from TiragesEuromillions
                      where (:TestsScope = 'A'
                             or (:TestsScope = 'P'
                                 and (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut
                                     and :Euromillions-Statistique-Periode-ValeurFin)
                             or (:TestsScope not = 'A' and :TestsScope not = 'P'
                                 and convert(varchar(4), annee) = :TestsScope))
                      union all
                      select annee, mois, date_complete, num1, num2, num3, num4, num5, numC1, numC2
                      from TiragesEuromillionsArchive
                      where :InclureArchive = 'O'
                        and (:TestsScope = 'A'
                             or (:TestsScope = 'P'
                                 and (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut
                                     and :Euromillions-Statistique-Periode-ValeurFin)
                             or (:TestsScope not = 'A' and :TestsScope not = 'P'
                                 and convert(varchar(4), annee) = :TestsScope))
                      Order by annee, mois, date_complete
               end-exec
               exec sql
                 open Cursor-TestsE
               end-exec
               perform TestsHasard-FetchE until Boucleur-Tests-Fetch = 1
               exec sql
                   close Cursor-TestsE
               end-exec
           else
               exec sql
                  declare Cursor-TestsL cursor for
                      select annee, mois, date_complete, 1 as no_tirage, num1, num2, num3, num4, num5, numChance
                      from TiragesLoto
                      where (:TestsScope = 'A'
                             or (:TestsScope = 'P'
                                 and (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut
                                     and :Euromillions-Statistique-Periode-ValeurFin)
                             or (:TestsScope not = 'A' and :TestsScope not = 'P'
                                 and convert(varchar(4), annee) = :TestsScope))
                      union all
                      select annee, mois, date_complete, 2, num1, num2, num3, num4, num5, 0
                      from TiragesLotoSecond
                      where :InclureSecondTirage = 'O'
                        and (:TestsScope = 'A'
                             or (:TestsScope = 'P'
                                 and (annee * 100 + mois) between :Euromillions-Statistique-Periode-ValeurDebut
                                     and :Euromillions-Statistique-Periode-ValeurFin)
                             or (:TestsScope not = 'A' and :TestsScope not = 'P'
                                 and convert(varchar(4), annee) = :TestsScope))
                      Order by annee, mois, date_complete, no_tirage
               end-exec
               exec sql
                 open Cursor-TestsL
               end-exec
               perform TestsHasard-FetchL until Boucleur-Tests-Fetch = 1
               exec sql
                   close Cursor-TestsL
               end-exec
           end-if.

       TestsHasard-FetchE.
           exec sql
               fetch Cursor-TestsE
               into :TirageEuromillions.annee,
               :TirageEuromillions.mois,
               :TirageEuromillions.date_complete,
               :TirageEuromillions.num1,
               :TirageEuromillions.num2,
               :TirageEuromillions.num3,
               :TirageEuromillions.num4,
               :TirageEuromillions.num5,
               :TirageEuromillions.numC1,
               :TirageEuromillions.numC2
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               move num1 of TirageEuromillions to BouleTest(1)
               move num2 of TirageEuromillions to BouleTest(2)
               move num3 of TirageEuromillions to BouleTest(3)
               move num4 of TirageEuromillions to BouleTest(4)
               move num5 of TirageEuromillions to BouleTest(5)
               if numC1 of TirageEuromillions >= 1 and numC1 of TirageEuromillions <= 12
                   add 1 to FreqEtoileTest(numC1 of TirageEuromillions)
               end-if
               if numC2 of TirageEuromillions >= 1 and numC2 of TirageEuromillions <= 12
                   add 1 to FreqEtoileTest(numC2 of TirageEuromillions)
               end-if
               add 1 to NbTiragesEtoilesTest
               move annee of TirageEuromillions to Annee-Test-Courante
               perform TestsHasard-TallyTirage
           else
               move 1 to Boucleur-Tests-Fetch
           end-if.

       TestsHasard-FetchL.
           exec sql
               fetch Cursor-TestsL
               into :TirageLoto.annee,
               :TirageLoto.mois,
               :TirageLoto.date_complete,
               :NoTirageLoto,
               :TirageLoto.num1,
               :TirageLoto.num2,
               :TirageLoto.num3,
               :TirageLoto.num4,
               :TirageLoto.num5,
               :TirageLoto.numChance
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               move num1 of TirageLoto to BouleTest(1)
               move num2 of TirageLoto to BouleTest(2)
               move num3 of TirageLoto to BouleTest(3)
               move num4 of TirageLoto to BouleTest(4)
               move num5 of TirageLoto to BouleTest(5)
               if numChance of TirageLoto >= 1 and numChance of TirageLoto <= 10
                   add 1 to FreqEtoileTest(numChance of TirageLoto)
                   add 1 to NbTiragesEtoilesTest
               end-if
               move annee of TirageLoto to Annee-Test-Courante
               perform TestsHasard-TallyTirage
           else
               move 1 to Boucleur-Tests-Fetch
           end-if.

      ***** Un tirage : frequences, premier numero, desordre, repetitions du precedent, *****
      ***** pairs, bas, signe de la somme pour les suites, frequences de l'annee *****
       TestsHasard-TallyTirage.
      ***** Tirage ignore s'il porte un numero hors bornes (la validation de l'import les *****
      ***** rejette deja) : il ne doit ni fausser les frequences ni deborder des tables *****
           move "N" to BouleHorsBornesTest.
           perform varying Test-i from 1 by 1 until Test-i > 5
               if BouleTest(Test-i) < 1 or BouleTest(Test-i) > MaxNumeroTest
                   move "O" to BouleHorsBornesTest
               end-if
           end-perform.
           if BouleHorsBornesTest = "O" then
               exit paragraph
           end-if.
           add 1 to NbTiragesTests.

           move 0 to SommeTirageTest.
           move 0 to NbPairsTest.
           move 0 to NbBasTest.
           perform varying Test-i from 1 by 1 until Test-i > 5
               add 1 to FreqNumTest(BouleTest(Test-i))
               add BouleTest(Test-i) to SommeTirageTest
               divide BouleTest(Test-i) by 2 giving QuotientTest remainder ResteTest
               if ResteTest = 0
                   add 1 to NbPairsTest
               end-if
               if BouleTest(Test-i) <= SeuilBasTest
                   add 1 to NbBasTest
               end-if
           end-perform.
           add 1 to FreqPremierTest(BouleTest(1)).
           add 1 to ObsPairsTest(NbPairsTest + 1).
           add 1 to ObsBasTest(NbBasTest + 1).

      ***** Numeros en ordre croissant dans tous les tirages : le fichier ne donne pas *****
      ***** l'ordre de sortie *****
           if BouleTest(1) > BouleTest(2) or BouleTest(2) > BouleTest(3) or
              BouleTest(3) > BouleTest(4) or BouleTest(4) > BouleTest(5) then
               add 1 to NbNonTriesTest
           end-if.

           if NbTiragesTests > 1 then
               move 0 to NbRepetTest
               perform varying Test-i from 1 by 1 until Test-i > 5
                   perform varying Test-j from 1 by 1 until Test-j > 5
                       if BouleTest(Test-i) = BoulePrecedenteTest(Test-j)
                           add 1 to NbRepetTest
                       end-if
                   end-perform
               end-perform
               if NbRepetTest > 2 then
                   move 2 to NbRepetTest
               end-if
               add 1 to ObsRepetTest(NbRepetTest + 1)
           end-if.
           perform varying Test-i from 1 by 1 until Test-i > 5
               move BouleTest(Test-i) to BoulePrecedenteTest(Test-i)
           end-perform.

      ***** Somme au-dessus (H) ou au-dessous (B) de sa moyenne 5 x (N+1) / 2 *****
           move " " to SigneTest.
           if SommeTirageTest * 2 > 5 * (MaxNumeroTest + 1) then
               move "H" to SigneTest
               add 1 to NbHautsTest
           end-if.
           if SommeTirageTest * 2 < 5 * (MaxNumeroTest + 1) then
               move "B" to SigneTest
               add 1 to NbBasSuitesTest
           end-if.
           if SigneTest not = " " then
               if SigneTest not = SignePrecedentTest then
                   add 1 to NbSuitesTest
               end-if
               move SigneTest to SignePrecedentTest
           end-if.

           if NbAnneesTest = 0 or AnneeTest(NbAnneesTest) not = Annee-Test-Courante then
               if NbAnneesTest < 60 then
                   add 1 to NbAnneesTest
                   move Annee-Test-Courante to AnneeTest(NbAnneesTest)
               end-if
           end-if.
           if AnneeTest(NbAnneesTest) = Annee-Test-Courante then
               add 1 to NbTiragesAnneeTest(NbAnneesTest)
               perform varying Test-i from 1 by 1 until Test-i > 5
                   add 1 to FreqAnneeTest(NbAnneesTest, BouleTest(Test-i))
               end-perform
           end-if.

      ***** Les 7 tests et les signalements *****
       TestsHasard-Calculs.
      ***** 1 - Uniformite des numeros : attendu 5 x tirages / N par numero *****
           move "Uniformite des numeros" to LibelleResTest(1).
           move MaxNumeroTest to NbCasesTest.
           perform varying Test-i from 1 by 1 until Test-i > NbCasesTest
               move FreqNumTest(Test-i) to ObsTest(Test-i)
               compute AttTest(Test-i) = NbTiragesTests * 5 / MaxNumeroTest
           end-perform.
           perform ChiDeuxTest-Calcul.
           compute DdlTest = NbCasesTest - 1.
           move 1 to Test-r.
           perform ResultatChiDeuxTest.
           move "Numeros hors norme (3 sigma) :" to LigneFlagCouranteTest.
           perform SignalementCasesTest.
           move LigneFlagCouranteTest to LigneFlagNumerosTest.

      ***** 2 - Uniformite des etoiles ou du numero chance *****
           if JeuStatistique = "E" then
               move "Uniformite des etoiles" to LibelleResTest(2)
           else
               move "Uniformite numero chance" to LibelleResTest(2)
           end-if.
           move MaxEtoileTest to NbCasesTest.
           perform varying Test-i from 1 by 1 until Test-i > NbCasesTest
               move FreqEtoileTest(Test-i) to ObsTest(Test-i)
               compute AttTest(Test-i) = NbTiragesEtoilesTest * NbEtoilesTirageTest / MaxEtoileTest
           end-perform.
           perform ChiDeuxTest-Calcul.
           compute DdlTest = NbCasesTest - 1.
           move 2 to Test-r.
           perform ResultatChiDeuxTest.
           if JeuStatistique = "E" then
               move "Etoiles hors norme (3 sigma) :" to LigneFlagCouranteTest
           else
               move "Chances hors norme (3 sigma) :" to LigneFlagCouranteTest
           end-if.
           perform SignalementCasesTest.
           move LigneFlagCouranteTest to LigneFlagEtoilesTest.

      ***** 3 - Premier numero sorti, seulement si le fichier donne l'ordre de sortie *****
           move "Premier numero sorti" to LibelleResTest(3).
           if NbNonTriesTest = 0 then
               move 0 to StatResTest(3)
               move 0 to DdlResTest(3)
               move 0 to PValeurResTest(3)
               move "N" to CalculeResTest(3)
               move "Ordre de sortie non fourni" to VerdictResTest(3)
           else
               move MaxNumeroTest to NbCasesTest
               perform varying Test-i from 1 by 1 until Test-i > NbCasesTest
                   move FreqPremierTest(Test-i) to ObsTest(Test-i)
                   compute AttTest(Test-i) = NbTiragesTests / MaxNumeroTest
               end-perform
               perform ChiDeuxTest-Calcul
               compute DdlTest = NbCasesTest - 1
               move 3 to Test-r
               perform ResultatChiDeuxTest
           end-if.

      ***** 4 - Suites des sommes haut/bas (Wald-Wolfowitz) : z et p bilaterale *****
           move "Suites sommes haut/bas" to LibelleResTest(4).
           move 4 to Test-r.
           compute NbSignesTest = NbHautsTest + NbBasSuitesTest.
           if NbHautsTest = 0 or NbBasSuitesTest = 0 or NbSignesTest < 20 then
               move 0 to StatResTest(4)
               move 0 to DdlResTest(4)
               move 0 to PValeurResTest(4)
               move "N" to CalculeResTest(4)
               move "Trop peu de tirages" to VerdictResTest(4)
           else
               compute MoyenneSuitesTest = 2 * NbHautsTest * NbBasSuitesTest / NbSignesTest + 1
               compute VarianceSuitesTest = 2 * NbHautsTest * NbBasSuitesTest
                   * (2 * NbHautsTest * NbBasSuitesTest - NbSignesTest)
                   / (NbSignesTest * NbSignesTest * (NbSignesTest - 1))
               compute RacineTest = VarianceSuitesTest ** 0.5
               compute ZTest = (NbSuitesTest - MoyenneSuitesTest) / RacineTest
               move ZTest to ZAbsTest
               perform QueueNormale
               compute PValeurTest = 2 * QueueNormaleTest
               move ZTest to StatResTest(4)
               move 0 to DdlResTest(4)
               move 5 to MinAttTest
               perform VerdictTest
           end-if.

      ***** 5 - Repetitions d'un tirage au suivant : 0, 1, 2 ou plus numeros repris *****
           move "Repetitions tirage suivant" to LibelleResTest(5).
           move 3 to NbCasesTest.
           move 5 to HgPopulationTest.
           perform varying Test-i from 1 by 1 until Test-i > 2
               compute HgTiresTest = Test-i - 1
               perform ProbaHypergeoTest
               move ObsRepetTest(Test-i) to ObsTest(Test-i)
               compute AttTest(Test-i) = (NbTiragesTests - 1) * ProbaTest
           end-perform.
           move ObsRepetTest(3) to ObsTest(3).
           compute AttTest(3) = (NbTiragesTests - 1) - AttTest(1) - AttTest(2).
           perform ChiDeuxTest-Calcul.
           move 2 to DdlTest.
           move 5 to Test-r.
           perform ResultatChiDeuxTest.

      ***** 6 - Equilibre pair / impair : 0 a 5 numeros pairs par tirage *****
           move "Equilibre pair / impair" to LibelleResTest(6).
           move NbPairsPopulationTest to HgPopulationTest.
           perform varying Test-i from 1 by 1 until Test-i > 6
               compute HgTiresTest = Test-i - 1
               perform ProbaHypergeoTest
               move ObsPairsTest(Test-i) to ObsTest(Test-i)
               compute AttTest(Test-i) = NbTiragesTests * ProbaTest
           end-perform.
           move 6 to NbCasesTest.
           perform ChiDeuxTest-Calcul.
           move 5 to DdlTest.
           move 6 to Test-r.
           perform ResultatChiDeuxTest.

      ***** 7 - Equilibre bas / haut : 0 a 5 numeros bas par tirage *****
           move "Equilibre bas / haut" to LibelleResTest(7).
           move SeuilBasTest to HgPopulationTest.
           perform varying Test-i from 1 by 1 until Test-i > 6
               compute HgTiresTest = Test-i - 1
               perform ProbaHypergeoTest
               move ObsBasTest(Test-i) to ObsTest(Test-i)
               compute AttTest(Test-i) = NbTiragesTests * ProbaTest
           end-perform.
           move 6 to NbCasesTest.
           perform ChiDeuxTest-Calcul.
           move 5 to DdlTest.
           move 7 to Test-r.
           perform ResultatChiDeuxTest.

      ***** Annees dont les frequences de numeros s'ecartent a moins de 1% *****
           move spaces to LigneFlagAnneesTest.
           move "Annees hors norme (p < 1%)  :" to LigneFlagAnneesTest.
           move 32 to PointeurFlagTest.
           move 0 to NbFlagsTest.
           perform SignalementAnneeTest varying Test-a from 1 by 1
               until Test-a > NbAnneesTest.
           if NbFlagsTest = 0 then
               string "aucune" delimited by size
                   into LigneFlagAnneesTest with pointer PointeurFlagTest
               end-string
           end-if.

      ***** Khi-deux des cases Obs / Att, plus petit effectif attendu *****
       ChiDeuxTest-Calcul.
           move 0 to ChiDeuxTest.
           move 9999999 to MinAttTest.
           perform varying Test-i from 1 by 1 until Test-i > NbCasesTest
               if AttTest(Test-i) > 0
                   compute ChiDeuxTest = ChiDeuxTest
                       + (ObsTest(Test-i) - AttTest(Test-i)) ** 2 / AttTest(Test-i)
               end-if
               if AttTest(Test-i) < MinAttTest
                   move AttTest(Test-i) to MinAttTest
               end-if
           end-perform.

       ResultatChiDeuxTest.
           perform PValeurChiDeux.
           move ChiDeuxTest to StatResTest(Test-r).
           move DdlTest to DdlResTest(Test-r).
           perform VerdictTest.

      ***** Verdict en clair du test Test-r a partir de PValeurTest *****
       VerdictTest.
           move PValeurTest to PValeurResTest(Test-r).
           move "O" to CalculeResTest(Test-r).
           evaluate true
               when MinAttTest < 5
                   move "Trop peu de tirages" to VerdictResTest(Test-r)
               when PValeurTest < 0.01
                   move "Ecart significatif (p < 1%)" to VerdictResTest(Test-r)
               when PValeurTest < 0.05
                   move "Ecart limite (p < 5%)" to VerdictResTest(Test-r)
               when other
                   move "Conforme au hasard" to VerdictResTest(Test-r)
           end-evaluate.

      ***** p-valeur du khi-deux a DdlTest degres de liberte : exacte pour 1 et 2 ddl, *****
      ***** approximation normale de Wilson-Hilferty au-dela *****
       PValeurChiDeux.
           evaluate true
               when DdlTest = 1
                   compute ZAbsTest = ChiDeuxTest ** 0.5
                   perform QueueNormale
                   compute PValeurTest = 2 * QueueNormaleTest
               when DdlTest = 2
                   compute UTest = ChiDeuxTest / 2
                   compute ExpTest = 2.718281828459 ** (0 - UTest)
                   move ExpTest to PValeurTest
               when other
                   compute CTest = 2 / (9 * DdlTest)
                   compute ZTest = ((ChiDeuxTest / DdlTest) ** 0.333333333 - (1 - CTest))
                       / (CTest ** 0.5)
                   if ZTest < 0
                       compute ZAbsTest = 0 - ZTest
                       perform QueueNormale
                       compute PValeurTest = 1 - QueueNormaleTest
                   else
                       move ZTest to ZAbsTest
                       perform QueueNormale
                       move QueueNormaleTest to PValeurTest
                   end-if
           end-evaluate.
           if PValeurTest > 1 then
               move 1 to PValeurTest
           end-if.

      ***** Queue de la loi normale P(Z > ZAbsTest), approximation polynomiale *****
      ***** d'Abramowitz et Stegun (26.2.17) *****
       QueueNormale.
           if ZAbsTest > 12 then
               move 0 to QueueNormaleTest
               exit paragraph
           end-if.
           compute TTest = 1 / (1 + 0.2316419 * ZAbsTest).
           compute UTest = ZAbsTest * ZAbsTest / 2.
           compute ExpTest = 2.718281828459 ** (0 - UTest).
           compute QueueNormaleTest = 0.398942280401 * ExpTest * TTest
               * (0.319381530 + TTest * (-0.356563782 + TTest * (1.781477937
               + TTest * (-1.821255978 + TTest * 1.330274429)))).

      ***** Probabilite hypergeometrique : HgTiresTest numeros du tirage parmi les *****
      ***** HgPopulationTest numeros marques sur MaxNumeroTest, 5 numeros tires *****
       ProbaHypergeoTest.
           move MaxNumeroTest to Combi-N.
           move 5 to Combi-K.
           perform CombinaisonBornee.
           move Combi-Result to CombiTotalTest.
           move HgPopulationTest to Combi-N.
           move HgTiresTest to Combi-K.
           perform CombinaisonBornee.
           move Combi-Result to CombiPartielTest.
           compute Combi-N = MaxNumeroTest - HgPopulationTest.
           compute Combi-K = 5 - HgTiresTest.
           perform CombinaisonBornee.
           compute ProbaTest = CombiPartielTest * Combi-Result / CombiTotalTest.

      ***** Cases dont le residu (Obs - Att) / racine(Att) depasse 3 en valeur absolue, *****
      ***** ajoutees a la ligne de signalement courante apres son libelle *****
       SignalementCasesTest.
           move 0 to NbFlagsTest.
           move 32 to PointeurFlagTest.
           perform varying Test-i from 1 by 1 until Test-i > NbCasesTest
               if AttTest(Test-i) > 0
                   compute ResiduTest = (ObsTest(Test-i) - AttTest(Test-i)) / (AttTest(Test-i) ** 0.5)
                   if (ResiduTest > 3 or ResiduTest < -3) and PointeurFlagTest < 72
                       add 1 to NbFlagsTest
                       move Test-i to NumeroFlagEd
                       move ResiduTest to ResiduTestEd
                       string NumeroFlagEd "(" ResiduTestEd ") " delimited by size
                           into LigneFlagCouranteTest with pointer PointeurFlagTest
                       end-string
                   end-if
               end-if
           end-perform.
           if NbFlagsTest = 0 then
               string "aucun" delimited by size
                   into LigneFlagCouranteTest with pointer PointeurFlagTest
               end-string
           end-if.

      ***** Une annee assez fournie (5 attendus par numero) testee a part *****
       SignalementAnneeTest.
           if NbTiragesAnneeTest(Test-a) < MaxNumeroTest then
               exit paragraph
           end-if.
           move MaxNumeroTest to NbCasesTest.
           perform varying Test-i from 1 by 1 until Test-i > NbCasesTest
               move FreqAnneeTest(Test-a, Test-i) to ObsTest(Test-i)
               compute AttTest(Test-i) = NbTiragesAnneeTest(Test-a) * 5 / MaxNumeroTest
           end-perform.
           perform ChiDeuxTest-Calcul.
           compute DdlTest = NbCasesTest - 1.
           perform PValeurChiDeux.
           if PValeurTest < 0.01 and PointeurFlagTest < 76 then
               add 1 to NbFlagsTest
               string AnneeTest(Test-a) " " delimited by size
                   into LigneFlagAnneesTest with pointer PointeurFlagTest
               end-string
           end-if.

      ***** Ligne Test-r du rapport *****
       ConstructionLigneTest.
           move spaces to LigneTestEd.
           move LibelleResTest(Test-r) to LibelleTestEd.
           move VerdictResTest(Test-r) to VerdictTestEd.
           if CalculeResTest(Test-r) = "O" then
               move StatResTest(Test-r) to StatTestEd
               if DdlResTest(Test-r) = 0 then
                   move "  -" to DdlTestAffEd
               else
                   move DdlResTest(Test-r) to DdlTestEd
                   move DdlTestEd to DdlTestAffEd
               end-if
               move PValeurResTest(Test-r) to PValeurTestEd
           end-if.

       TestsHasard-Affichage.
           display General-Header-Infos.
           display "TESTS DE QUALITE DU HASARD" line 3 col 2.
           if JeuStatistique = "E" then
               display "EUROMILLIONS" line 3 col 30
           else
               display "LOTO" line 3 col 30
           end-if.
           move NbTiragesTests to NbTiragesTestsEd.
           display NbTiragesTestsEd line 3 col 50.
           display " tirages" line 3 col 56.
           display " Test                      Statistiq ddl  p-val.  Verdict" line 5 col 1.
           move 5 to LigneEcranTest.
           perform AffichageLigneTest varying Test-r from 1 by 1 until Test-r > 7.
           display "p-valeur : probabilite qu'un tirage parfaitement equitable s'ecarte autant." line 14 col 2.
           display "Au-dessus de 5%, l'ecart observe n'est que du bruit ; il ne predit rien." line 15 col 2.
           display LigneFlagNumerosTest line 17 col 1.
           display LigneFlagEtoilesTest line 18 col 1.
           display LigneFlagAnneesTest line 19 col 1.

       AffichageLigneTest.
           perform ConstructionLigneTest.
           add 1 to LigneEcranTest.
           display LigneTestEd line LigneEcranTest col 1.

      ***** Edition du rapport avec l'entete commune des statistiques *****
       TestsHasard-Export.
           move NbTiragesTests to NbTiragesAnalyses.
           move spaces to ScopeStatistique.
           evaluate TestsScope
               when "A"
                   move "TESTS - TOUTE LA PERIODE" to ScopeStatistique
               when "P"
                   string "TESTS " Euromillions-Statistique-Periode-ValeurDebut "-"
                       Euromillions-Statistique-Periode-ValeurFin delimited by size
                       into ScopeStatistique
                   end-string
               when other
                   string "TESTS ANNEE " TestsScope delimited by size
                       into ScopeStatistique
                   end-string
           end-evaluate.

           open output F-EtatStatistiques.
           perform EcritureEnteteEtatStat.
           write E-EtatStatistiques from "  Tests de qualite du hasard".
           write E-EtatStatistiques from " ".
           write E-EtatStatistiques from " Test                      Statistiq ddl  p-val.  Verdict".
           perform EcritureLigneTest varying Test-r from 1 by 1 until Test-r > 7.
           write E-EtatStatistiques from " ".
           write E-EtatStatistiques from " p-valeur : probabilite qu'un tirage parfaitement equitable s'ecarte autant.".
           write E-EtatStatistiques from " Au-dessus de 5%, l'ecart observe n'est que du bruit ; il ne predit rien.".
           write E-EtatStatistiques from " ".
           write E-EtatStatistiques from LigneFlagNumerosTest.
           write E-EtatStatistiques from LigneFlagEtoilesTest.
           write E-EtatStatistiques from LigneFlagAnneesTest.
           close F-EtatStatistiques.
           display "Edition ecrite dans EtatStatistiques.txt - Tapez Entree " line 23 col 2 with no advancing.
           accept ExportTestsDemande.

       EcritureLigneTest.
           perform ConstructionLigneTest.
           write E-EtatStatistiques from LigneTestEd.

      ******************************************************************************************************************
      *================================================================================================================*
      ******************** Controle de completude du calendrier des tirages *******************************************
      *================================================================================================================*
      ******************************************************************************************************************
      ***** Le jeu vise est dans JeuCompletude (E/L/D) ; les dates manquantes s'affichent *****
      ***** au fur et a mesure et partent au rapport, le resultat est memorise pour la *****
      ***** banniere d'avertissement des ecrans de statistiques *****
       ControleCompletude.
           move 0 to NbTrousDetectes.
           move 0 to NbTiragesAttendusCpl.
           perform Completude-LectureBornes.

           display General-Header-Infos.
           display "CONTROLE DE COMPLETUDE DU CALENDRIER DES TIRAGES" line 3 col 15.
           if Completude-DateMinNum = 0 then
               display "Aucun tirage en base pour ce jeu - Tapez Entree " line 5 col 2 with no advancing
               accept Completude-ReponseOfUser
               exit paragraph
           end-if.

           open output F-RapportTrous.
           write E-RapportTrous from " Dates de tirage manquantes (entre le premier et le dernier tirage stocke)".
           write E-RapportTrous from " --------------------------------------------------------------------------".

           move 5 to CompletudeLigneNo.
           divide Completude-DateMinNum by 10000 giving Completude-Annee.
           compute Completude-Mois =
               (Completude-DateMinNum - Completude-Annee * 10000) / 100.
           compute Completude-Jour = Completude-DateMinNum
               - Completude-Annee * 10000 - Completude-Mois * 100.
           compute Completude-DateCourante = Completude-DateMinNum.

           perform Completude-ControleJour
               until Completude-DateCourante > Completude-DateMaxNum.

           write E-RapportTrous from " ".
           move spaces to E-RapportTrous.
           string " Tirages attendus : " NbTiragesAttendusCpl
               " - manquants : " NbTrousDetectes delimited by size
               into E-RapportTrous
           end-string.
           write E-RapportTrous.
           close F-RapportTrous.

      ***** Memorisation du resultat pour la banniere des ecrans de statistiques *****
           exec sql
               DELETE FROM EtatCompletude WHERE Jeu = :JeuCompletude
           end-exec.
           exec sql
               INSERT INTO EtatCompletude (Jeu, NbTrous, DateControle)
               VALUES (:JeuCompletude, :NbTrousDetectes, getdate())
           end-exec.

           display "Tirages attendus : " line 23 col 2 with no advancing.
           display NbTiragesAttendusCpl line 23 col 21 with no advancing.
           display " - manquants : " line 23 col 28 with no advancing.
           display NbTrousDetectes line 23 col 43 with no advancing.
           display " (voir RapportTrousTirages.txt) - Tapez Entree " line 23 col 50 with no advancing.
           accept Completude-ReponseOfUser.

      ***** Bornes : premier et dernier tirage stocke du jeu (archives comprises) *****
       Completude-LectureBornes.
           move 0 to Completude-DateMinNum.
           move 0 to Completude-DateMaxNum.
           evaluate JeuCompletude
               when "E"
                   exec sql

      ******************************************************************************************************************
      *================================================================================================================*
      ******************** Backtest des strategies de grilles (Euromillions et Loto) ***********************************
      *================================================================================================================*
      ******************************************************************************************************************
      ***** Les tirages sont rejoues du plus ancien au plus recent : les statistiques de *****
      ***** frequence et de retard ne connaissent que les tirages anterieurs ; sur chaque *****
      ***** tirage de la periode, chaque strategie retenue joue ses grilles, classees au *****
      ***** rang officiel. Comparaison des rangs obtenus, des gains theoriques contre les *****
      ***** mises, et de l'ecart au hasard pur *****
       BacktestStrategies.
           display General-Header-Infos.
           display "BACKTEST DES STRATEGIES DE GRILLES" line 3 col 23.

           move " " to StrategieBacktest.
           display "[F]requents [R]etard [C]hauds re[T]ardataires [G]rille fixe [*] toutes : " line 5 col 2 with no advancing.
           accept StrategieBacktest line 5 col 76.
           if StrategieBacktest = "f" then
               move "F" to StrategieBacktest
           end-if.
           if StrategieBacktest = "r" then
               move "R" to StrategieBacktest
           end-if.
           if StrategieBacktest = "c" then
               move "C" to StrategieBacktest
           end-if.
           if StrategieBacktest = "t" then
               move "T" to StrategieBacktest
           end-if.
           if StrategieBacktest = "g" then
               move "G" to StrategieBacktest
           end-if.
           if StrategieBacktest not = "F" and StrategieBacktest not = "R"
              and StrategieBacktest not = "C" and StrategieBacktest not = "T"
              and StrategieBacktest not = "G" then
               move "*" to StrategieBacktest
           end-if.

           move 0 to NbGrillesBacktest.
           display "Grilles par tirage, hasard et ponderees (1 a 10) : " line 6 col 2 with no advancing.
           accept NbGrillesBacktest line 6 col 54.
           if NbGrillesBacktest < 1 or NbGrillesBacktest > 10 then
               move 5 to NbGrillesBacktest
           end-if.

      ***** Grille fixe : la premiere grille simple du joueur pour ce jeu *****
           move "N" to GrilleFixeTrouvee.
           if StrategieBacktest = "G" or StrategieBacktest = "*" then
               move " " to NomJoueurFixeBacktest
               display "Joueur de la grille fixe (vide = sans) : " line 7 col 2 with no advancing
               accept NomJoueurFixeBacktest line 7 col 44
               if NomJoueurFixeBacktest not = " " then
                   perform RechercheGrilleFixeBacktest
               end-if
               if GrilleFixeTrouvee = "N" and StrategieBacktest = "G" then
                   display "Aucune grille simple de ce joueur pour ce jeu - Tapez Entree " line 23 col 2 with no advancing
                   accept MesNumeros-ReponseOfUser
                   exit paragraph
               end-if
           end-if.

           move "N" to InclureArchive.
           if JeuBacktest = "E" then
               display "Inclure les tirages archives (O/N, vide = N) : " line 8 col 2
               accept InclureArchive line 8 col 50
               if InclureArchive = "o" then
                   move "O" to InclureArchive
               end-if
           end-if.

           perform Euromillions-Statistique-Periode-Saisie.
           if Euromillions-Statistique-Periode-ValeurFin = 0 then
               move 999912 to Euromillions-Statistique-Periode-ValeurFin
           end-if.
           if Euromillions-Statistique-Periode-ValeurDebut > Euromillions-Statistique-Periode-ValeurFin then
               display "Periode incorrecte - Tapez Entree " line 23 col 2 with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.
           move spaces to ScopeStatistique.
           string "BACKTEST " Euromillions-Statistique-Periode-ValeurDebut "-"
               Euromillions-Statistique-Periode-ValeurFin delimited by size
               into ScopeStatistique.

      ***** Le generateur de grilles flash fournit le tirage pondere et l'alea *****
           move JeuBacktest to JeuGenerateur.
           if JeuBacktest = "E" then
               move 50 to MaxNumGenerateur
               move 12 to MaxEtoileGenerateur
               move 13 to NbRangsBacktest
           else
               move 49 to MaxNumGenerateur
               move 10 to MaxEtoileGenerateur
               move 9 to NbRangsBacktest
           end-if.
           accept GraineHeure from time.
           move GraineHeure to GraineAleatoire.
           add 1 to GraineAleatoire.
           perform ChargementTableRangsOfficiels.
           perform InitialisationBacktest.

           display "Backtest en cours ..." line 12 col 2.
           move 0 to NbTiragesBacktest.
           move 0 to NbTiragesNotes.
           move 0 to BoucleurBacktest.
           if JeuBacktest = "E" then
               exec sql
                  declare Cursor-BacktestE cursor for
                      select id_tirage, date_complete, num1, num2, num3, num4, num5, numC1, numC2, annee, mois
                      from TiragesEuromillions
                      union all
                      select id_tirage, date_complete, num1, num2, num3, num4, num5, numC1, numC2, annee, mois
                      from TiragesEuromillionsArchive
                      where :InclureArchive = 'O'
                      Order by annee, mois, date_complete
               end-exec
               exec sql
                 open Cursor-BacktestE
               end-exec
               perform BacktestTirageE until BoucleurBacktest = 1
               exec sql
                   close Cursor-BacktestE
               end-exec
           else
               exec sql
                  declare Cursor-BacktestL cursor for
                      select id_tirage, date_complete, num1, num2, num3, num4, num5, numChance, annee, mois
                      from TiragesLoto
                      Order by annee, mois, date_complete
               end-exec
               exec sql
                 open Cursor-BacktestL
               end-exec
               perform BacktestTirageL until BoucleurBacktest = 1
               exec sql
                   close Cursor-BacktestL
               end-exec
           end-if.

           perform AffichageBacktest.

       RechercheGrilleFixeBacktest.
           exec sql
               select top 1 Num1, Num2, Num3, Num4, Num5, Etoile1, Etoile2
               into :GrilleCourante.GNum1, :GrilleCourante.GNum2, :GrilleCourante.GNum3,
                    :GrilleCourante.GNum4, :GrilleCourante.GNum5,
                    :GrilleCourante.GEtoile1, :GrilleCourante.GEtoile2
               from GrilleJoueur
               where NomJoueur = :NomJoueurFixeBacktest and Jeu = :JeuBacktest
                 and ISNULL(TypeGrille, 'S') = 'S'
               order by Num1, Num2, Num3, Num4, Num5
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               move "O" to GrilleFixeTrouvee
               move GNum1 of GrilleCourante to NumFixeBacktest(1)
               move GNum2 of GrilleCourante to NumFixeBacktest(2)
               move GNum3 of GrilleCourante to NumFixeBacktest(3)
               move GNum4 of GrilleCourante to NumFixeBacktest(4)
               move GNum5 of GrilleCourante to NumFixeBacktest(5)
               move GEtoile1 of GrilleCourante to EtoileFixeBacktest(1)
               move GEtoile2 of GrilleCourante to EtoileFixeBacktest(2)
           end-if.

      ***** Statistiques a zero, strategies retenues : le hasard toujours, en colonne 1 *****
       InitialisationBacktest.
           perform varying Bt-i from 1 by 1 until Bt-i > 50
               move 0 to FreqNumBacktest(Bt-i)
               move 0 to RetardNumBacktest(Bt-i)
           end-perform.
           perform varying Bt-i from 1 by 1 until Bt-i > 12
               move 0 to FreqEtoileBacktest(Bt-i)
               move 0 to RetardEtoileBacktest(Bt-i)
           end-perform.
           initialize TableStrategiesBacktest.
           move "H" to CodeStrategieBt(1).
           move "   Hasard" to LibelleStrategieBt(1).
           move "F" to CodeStrategieBt(2).
           move "Frequents" to LibelleStrategieBt(2).
           move "R" to CodeStrategieBt(3).
           move "   Retard" to LibelleStrategieBt(3).
           move "C" to CodeStrategieBt(4).
           move "   Chauds" to LibelleStrategieBt(4).
           move "T" to CodeStrategieBt(5).
           move "Retardat." to LibelleStrategieBt(5).
           move "G" to CodeStrategieBt(6).
           move "     Fixe" to LibelleStrategieBt(6).
           perform varying Bt-s from 1 by 1 until Bt-s > 6
               if Bt-s = 1 or StrategieBacktest = "*" or StrategieBacktest = CodeStrategieBt(Bt-s)
                   move "O" to ActiveStrategieBt(Bt-s)
               else
                   move "N" to ActiveStrategieBt(Bt-s)
               end-if
           end-perform.
           if GrilleFixeTrouvee = "N" then
               move "N" to ActiveStrategieBt(6)
           end-if.

       BacktestTirageE.
           exec sql
               fetch Cursor-BacktestE
               into :TirageEuromillions.id_tirage,
               :TirageEuromillions.date_complete,
               :TirageEuromillions.num1,
               :TirageEuromillions.num2,
               :TirageEuromillions.num3,
               :TirageEuromillions.num4,
               :TirageEuromillions.num5,
               :TirageEuromillions.numC1,
               :TirageEuromillions.numC2,
               :TirageEuromillions.annee,
               :TirageEuromillions.mois
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               move num1 of TirageEuromillions to DrawNumero-Valeur(1)
               move num2 of TirageEuromillions to DrawNumero-Valeur(2)
               move num3 of TirageEuromillions to DrawNumero-Valeur(3)
               move num4 of TirageEuromillions to DrawNumero-Valeur(4)
               move num5 of TirageEuromillions to DrawNumero-Valeur(5)
               move numC1 of TirageEuromillions to DrawEtoile-Valeur(1)
               move numC2 of TirageEuromillions to DrawEtoile-Valeur(2)
               compute PeriodeTirageBacktest = annee of TirageEuromillions * 100 + mois of TirageEuromillions
               perform BacktestTirage
           else
               move 1 to BoucleurBacktest
           end-if.

       BacktestTirageL.
           exec sql
               fetch Cursor-BacktestL
               into :TirageLoto.id_tirage,
               :TirageLoto.date_complete,
               :TirageLoto.num1,
               :TirageLoto.num2,
               :TirageLoto.num3,
               :TirageLoto.num4,
               :TirageLoto.num5,
               :TirageLoto.numChance,
               :TirageLoto.annee,
               :TirageLoto.mois
           end-exec.
           if SqlCode = 0 or SqlCode = 1 then
               move num1 of TirageLoto to DrawNumero-Valeur(1)
               move num2 of TirageLoto to DrawNumero-Valeur(2)
               move num3 of TirageLoto to DrawNumero-Valeur(3)
               move num4 of TirageLoto to DrawNumero-Valeur(4)
               move num5 of TirageLoto to DrawNumero-Valeur(5)
               move numChance of TirageLoto to DrawEtoile-Valeur(1)
               move 0 to DrawEtoile-Valeur(2)
               compute PeriodeTirageBacktest = annee of TirageLoto * 100 + mois of TirageLoto
               perform BacktestTirage
           else
               move 1 to BoucleurBacktest
           end-if.

      ***** Un tirage : les strategies jouent s'il est dans la periode, puis il entre dans *****
      ***** les statistiques connues des tirages suivants *****
       BacktestTirage.
           if PeriodeTirageBacktest >= Euromillions-Statistique-Periode-ValeurDebut and
              PeriodeTirageBacktest <= Euromillions-Statistique-Periode-ValeurFin then
               add 1 to NbTiragesNotes
               perform JeuStrategieBacktest varying Bt-s from 1 by 1 until Bt-s > 6
           end-if.
           perform MiseAJourStatsBacktest.
           add 1 to NbTiragesBacktest.

       JeuStrategieBacktest.
           if ActiveStrategieBt(Bt-s) not = "O" then
               exit paragraph
           end-if.
      ***** Strategies aleatoires : N grilles ; chauds, retardataires, fixe : une grille *****
           evaluate CodeStrategieBt(Bt-s)
               when "H"
               when "F"
               when "R"
                   perform PoidsStrategieBacktest
                   move NbGrillesBacktest to NbGrillesStrategie
               when other
                   move 1 to NbGrillesStrategie
           end-evaluate.
           perform GrilleStrategieBacktest varying Bt-g from 1 by 1
               until Bt-g > NbGrillesStrategie.

      ***** Poids du generateur : 1 au hasard, frequence+1, retard plafonne+1 *****
       PoidsStrategieBacktest.
           perform varying Gen-i from 1 by 1 until Gen-i > MaxNumGenerateur
               evaluate CodeStrategieBt(Bt-s)
                   when "F"
                       compute PoidsGen(Gen-i) = FreqNumBacktest(Gen-i) + 1
                   when "R"
                       if RetardNumBacktest(Gen-i) > 500
                           move 501 to PoidsGen(Gen-i)
                       else
                           compute PoidsGen(Gen-i) = RetardNumBacktest(Gen-i) + 1
                       end-if
                   when other
                       move 1 to PoidsGen(Gen-i)
               end-evaluate
           end-perform.

       GrilleStrategieBacktest.
           evaluate CodeStrategieBt(Bt-s)
               when "C"
               when "T"
                   perform ExtremesStrategieBacktest
               when "G"
                   perform varying Bt-i from 1 by 1 until Bt-i > 5
                       move NumFixeBacktest(Bt-i) to GrilleGen-Valeur(Bt-i)
                   end-perform
                   move EtoileFixeBacktest(1) to EtoileGen-Valeur(1)
                   move EtoileFixeBacktest(2) to EtoileGen-Valeur(2)
               when other
                   perform TirageNumerosGrille
                   perform TirageEtoilesGrille
           end-evaluate.
           perform NotationGrilleBacktest.

      ***** Numeros chauds (C) : les 5 plus frequents ; retardataires (T) : les 5 plus en *****
      ***** retard ; a egalite le plus petit numero. Etoiles ou chance de meme *****
       ExtremesStrategieBacktest.
           perform varying Gen-i from 1 by 1 until Gen-i > MaxNumGenerateur
               move "N" to ChoisiGen(Gen-i)
           end-perform.
           perform varying Gen-k from 1 by 1 until Gen-k > 5
               perform ChoixExtremeNumeroBacktest
               move Bt-Max to GrilleGen-Valeur(Gen-k)
           end-perform.
           perform varying Gen-i from 1 by 1 until Gen-i > MaxEtoileGenerateur
               move "N" to ChoisieEtoileBacktest(Gen-i)
           end-perform.
           move 0 to EtoileGen-Valeur(2).
           perform ChoixExtremeEtoileBacktest.
           move Bt-Max to EtoileGen-Valeur(1).
           if JeuBacktest = "E" then
               perform ChoixExtremeEtoileBacktest
               move Bt-Max to EtoileGen-Valeur(2)
           end-if.

       ChoixExtremeNumeroBacktest.
           move 0 to Bt-Max.
           move 0 to Bt-Compte.
           perform varying Gen-i from 1 by 1 until Gen-i > MaxNumGenerateur
               if ChoisiGen(Gen-i) = "N"
                   if CodeStrategieBt(Bt-s) = "C"
                       move FreqNumBacktest(Gen-i) to ValeurStatBacktest
                   else
                       move RetardNumBacktest(Gen-i) to ValeurStatBacktest
                   end-if
                   if Bt-Max = 0 or ValeurStatBacktest > Bt-Compte
                       move Gen-i to Bt-Max
                       move ValeurStatBacktest to Bt-Compte
                   end-if
               end-if
           end-perform.
           move "O" to ChoisiGen(Bt-Max).

       ChoixExtremeEtoileBacktest.
           move 0 to Bt-Max.
           move 0 to Bt-Compte.
           perform varying Gen-i from 1 by 1 until Gen-i > MaxEtoileGenerateur
               if ChoisieEtoileBacktest(Gen-i) = "N"
                   if CodeStrategieBt(Bt-s) = "C"
                       move FreqEtoileBacktest(Gen-i) to ValeurStatBacktest
                   else
                       move RetardEtoileBacktest(Gen-i) to ValeurStatBacktest
                   end-if
                   if Bt-Max = 0 or ValeurStatBacktest > Bt-Compte
                       move Gen-i to Bt-Max
                       move ValeurStatBacktest to Bt-Compte
                   end-if
               end-if
           end-perform.
           move "O" to ChoisieEtoileBacktest(Bt-Max).

      ***** Classement de la grille jouee au rang officiel du tirage, cumuls de la strategie *****
       NotationGrilleBacktest.
           move 0 to NbBonsBacktest.
           perform varying Bt-i from 1 by 1 until Bt-i > 5
               perform varying Bt-j from 1 by 1 until Bt-j > 5
                   if GrilleGen-Valeur(Bt-i) = DrawNumero-Valeur(Bt-j)
                       add 1 to NbBonsBacktest
                   end-if
               end-perform
           end-perform.
           move 0 to NbEtoilesBacktest.
           if JeuBacktest = "E" then
               perform varying Bt-i from 1 by 1 until Bt-i > 2
                   perform varying Bt-j from 1 by 1 until Bt-j > 2
                       if EtoileGen-Valeur(Bt-i) = DrawEtoile-Valeur(Bt-j)
                           add 1 to NbEtoilesBacktest
                       end-if
                   end-perform
               end-perform
           else
               if EtoileGen-Valeur(1) = DrawEtoile-Valeur(1) then
                   move 1 to NbEtoilesBacktest
               end-if
           end-if.

           move 0 to RangBacktest.
           move 0 to GainBacktest.
           if JeuBacktest = "E" then
               move NbBonsBacktest to NbNumerosGrille
               move NbEtoilesBacktest to NbEtoilesGrille
               perform RechercheGainEuromillions
               move RangGainLedger to RangBacktest
               move GainLedger to GainBacktest
           else
               perform RangLotoBacktest
           end-if.

           add 1 to NbGrillesStratBt(Bt-s).
           add MiseUnitaireBacktest to MisesStratBt(Bt-s).
           if RangBacktest > 0 then
               add 1 to NbGagnantesStratBt(Bt-s)
               add 1 to HitsRangBt(Bt-s, RangBacktest)
               add GainBacktest to GainsStratBt(Bt-s)
           end-if.

      ***** Rangs Loto : 5+C, 5, 4+C, 4, 3+C, 3, 2+C, 2, puis le numero chance seul *****
      ***** (montants de gains Loto non charges : gain theorique a 0) *****
       RangLotoBacktest.
           evaluate true
               when NbBonsBacktest = 5 and NbEtoilesBacktest = 1
                   move 1 to RangBacktest
               when NbBonsBacktest = 5
                   move 2 to RangBacktest
               when NbBonsBacktest = 4 and NbEtoilesBacktest = 1
                   move 3 to RangBacktest
               when NbBonsBacktest = 4
                   move 4 to RangBacktest
               when NbBonsBacktest = 3 and NbEtoilesBacktest = 1
                   move 5 to RangBacktest
               when NbBonsBacktest = 3
                   move 6 to RangBacktest
               when NbBonsBacktest = 2 and NbEtoilesBacktest = 1
                   move 7 to RangBacktest
               when NbBonsBacktest = 2
                   move 8 to RangBacktest
               when NbEtoilesBacktest = 1
                   move 9 to RangBacktest
               when other
                   move 0 to RangBacktest
           end-evaluate.

      ***** Le tirage entre dans les statistiques : retards +1, sortis a 0, frequences +1 *****
       MiseAJourStatsBacktest.
           perform varying Bt-i from 1 by 1 until Bt-i > MaxNumGenerateur
               add 1 to RetardNumBacktest(Bt-i)
           end-perform.
           perform varying Bt-j from 1 by 1 until Bt-j > 5
               if DrawNumero-Valeur(Bt-j) >= 1 and DrawNumero-Valeur(Bt-j) <= MaxNumGenerateur
                   add 1 to FreqNumBacktest(DrawNumero-Valeur(Bt-j))
                   move 0 to RetardNumBacktest(DrawNumero-Valeur(Bt-j))
               end-if
           end-perform.
           perform varying Bt-i from 1 by 1 until Bt-i > MaxEtoileGenerateur
               add 1 to RetardEtoileBacktest(Bt-i)
           end-perform.
           perform varying Bt-j from 1 by 1 until Bt-j > 2
               if DrawEtoile-Valeur(Bt-j) >= 1 and DrawEtoile-Valeur(Bt-j) <= MaxEtoileGenerateur
                   add 1 to FreqEtoileBacktest(DrawEtoile-Valeur(Bt-j))
                   move 0 to RetardEtoileBacktest(DrawEtoile-Valeur(Bt-j))
               end-if
           end-perform.

      ***** Tableau comparatif : une colonne par strategie retenue, le hasard en tete *****
       AffichageBacktest.
           move 1 to Bt-s.
           perform RetourStrategieBacktest.
           move RetourBacktest to RetourHasardBacktest.
           compute NbLignesBacktest = NbRangsBacktest + 7.

           display General-Header-Infos.
           display "BACKTEST DES STRATEGIES" line 3 col 2.
           display ScopeStatistique line 3 col 27.
           move NbTiragesNotes to CompteBacktestEd.
           display CompteBacktestEd line 3 col 54.
           display " tirages" line 3 col 63.
           move 3 to LigneEcranBacktest.
           perform AffichageLigneBacktest varying Bt-l from 1 by 1
               until Bt-l > NbLignesBacktest.

           display "Exporter vers fichier (O/N) ? " line 24 col 2 with no advancing.
           move " " to ExportBacktestDemande.
           accept ExportBacktestDemande line 24 col 33.
           if ExportBacktestDemande = "O" or ExportBacktestDemande = "o" then
               perform BacktestExport
           end-if.

       AffichageLigneBacktest.
           perform ConstructionLigneBacktest.
           add 1 to LigneEcranBacktest.
           display LigneBacktestEd line LigneEcranBacktest col 1.

      ***** Ligne Bt-l du tableau : entete, rangs, grilles, gagnantes, mises, gains, *****
      ***** retour (gains / mises en %) et ecart de retour au hasard (en points) *****
       ConstructionLigneBacktest.
           move spaces to LigneBacktestEd.
           evaluate true
               when Bt-l = 1
                   move "Strategie" to LibelleLigneBtEd
               when Bt-l <= NbRangsBacktest + 1
                   compute Bt-r = Bt-l - 1
                   perform LibelleRangBacktest
               when Bt-l = NbRangsBacktest + 2
                   move "Grilles" to LibelleLigneBtEd
               when Bt-l = NbRangsBacktest + 3
                   move "Gagnantes" to LibelleLigneBtEd
               when Bt-l = NbRangsBacktest + 4
                   move "Mises" to LibelleLigneBtEd
               when Bt-l = NbRangsBacktest + 5
                   move "Gains theo." to LibelleLigneBtEd
               when Bt-l = NbRangsBacktest + 6
                   move "Retour %" to LibelleLigneBtEd
               when other
                   move "Ecart/hasard" to LibelleLigneBtEd
           end-evaluate.
           perform ColonneLigneBacktest varying Bt-s from 1 by 1 until Bt-s > 6.

       ColonneLigneBacktest.
           if ActiveStrategieBt(Bt-s) not = "O" then
               exit paragraph
           end-if.
           evaluate true
               when Bt-l = 1
                   move LibelleStrategieBt(Bt-s) to ValeurBtEd(Bt-s)
               when Bt-l <= NbRangsBacktest + 1
                   move HitsRangBt(Bt-s, Bt-r) to CompteBacktestEd
                   move CompteBacktestEd to ValeurBtEd(Bt-s)
               when Bt-l = NbRangsBacktest + 2
                   move NbGrillesStratBt(Bt-s) to CompteBacktestEd
                   move CompteBacktestEd to ValeurBtEd(Bt-s)
               when Bt-l = NbRangsBacktest + 3
                   move NbGagnantesStratBt(Bt-s) to CompteBacktestEd
                   move CompteBacktestEd to ValeurBtEd(Bt-s)
               when Bt-l = NbRangsBacktest + 4
                   move MisesStratBt(Bt-s) to CompteBacktestEd
                   move CompteBacktestEd to ValeurBtEd(Bt-s)
               when Bt-l = NbRangsBacktest + 5
                   move GainsStratBt(Bt-s) to CompteBacktestEd
                   move CompteBacktestEd to ValeurBtEd(Bt-s)
               when Bt-l = NbRangsBacktest + 6
                   perform RetourStrategieBacktest
                   move RetourBacktest to PourcentBacktestEd
                   move PourcentBacktestEd to ValeurBtEd(Bt-s)
               when other
                   perform RetourStrategieBacktest
                   compute RetourBacktest = RetourBacktest - RetourHasardBacktest
                   move RetourBacktest to PourcentBacktestEd
                   move PourcentBacktestEd to ValeurBtEd(Bt-s)
           end-evaluate.

       RetourStrategieBacktest.
           if MisesStratBt(Bt-s) = 0 then
               move 0 to RetourBacktest
           else
               compute RetourBacktest rounded = GainsStratBt(Bt-s) * 100 / MisesStratBt(Bt-s)
           end-if.

      ***** Libelle du rang : bons numeros + bonnes etoiles (ou chance) *****
       LibelleRangBacktest.
           if JeuBacktest = "E" then
               string "Rang " Bt-r " (" RangK of RangOfficiel(Bt-r) "+"
                   RangJ of RangOfficiel(Bt-r) ")" delimited by size
                   into LibelleLigneBtEd
               end-string
           else
               evaluate Bt-r
                   when 1
                       move "Rang 01 (5+C)" to LibelleLigneBtEd
                   when 2
                       move "Rang 02 (5)" to LibelleLigneBtEd
                   when 3
                       move "Rang 03 (4+C)" to LibelleLigneBtEd
                   when 4
                       move "Rang 04 (4)" to LibelleLigneBtEd
                   when 5
                       move "Rang 05 (3+C)" to LibelleLigneBtEd
                   when 6
                       move "Rang 06 (3)" to LibelleLigneBtEd
                   when 7
                       move "Rang 07 (2+C)" to LibelleLigneBtEd
                   when 8
                       move "Rang 08 (2)" to LibelleLigneBtEd
                   when other
                       move "Rang 09 (C)" to LibelleLigneBtEd
               end-evaluate
           end-if.

      ***** Edition du tableau comparatif avec l'entete commune des statistiques *****
       BacktestExport.
           move JeuBacktest to JeuStatistique.
           move NbTiragesNotes to NbTiragesAnalyses.
           open output F-EtatStatistiques.
           perform EcritureEnteteEtatStat.
           perform EcritureLigneBacktest varying Bt-l from 1 by 1
               until Bt-l > NbLignesBacktest.
           close F-EtatStatistiques.
           display "Edition ecrite dans EtatStatistiques.txt - Tapez Entree " line 24 col 2 with no advancing.
           accept Euromillions-Liste-Tirage-ReponseOfUser.

       EcritureLigneBacktest.
           perform ConstructionLigneBacktest.
           write E-EtatStatistiques from LigneBacktestEd.

      ******************************************************************************************************************
      *================================================================================================================*
      ******************** Gestion du portefeuille de grilles jouees (Option 3 du Menu general) ************************
      *================================================================================================================*
      ******************************************************************************************************************
       GestionGrilles.
           perform GestionGrilles-Init.
           perform GestionGrilles-Trt until GestionGrilles-iterator = 1.
           perform GestionGrilles-Fin.

       GestionGrilles-Init.
           move 0 to GestionGrilles-iterator.

       GestionGrilles-Trt.
           perform AffichageListeGrilles.
           display Grilles-SubMenu.
           move " " to OptionGrilles.
           accept OptionGrilles line 24 col 38.

           evaluate OptionGrilles
               when "1"
                   perform CreationGrille
               when "2"
                   perform BasculeActiviteGrille
               when "3"
                   perform SuppressionGrille
               when "4"
                   perform BilanJoueurs
               when "5"
                   perform GestionSyndicats
               when "6"
                   perform AffichageGarantiesSystemes
               when "0"
                   move 1 to GestionGrilles-iterator
           end-evaluate.

       GestionGrilles-Fin.
           continue.
           exec sql
               declare Cursor-ListeGrilles cursor for
                   select IdGrille, NomJoueur, Jeu, Num1, Num2, Num3, Num4, Num5,
                          Etoile1, Etoile2, Actif, ISNULL(TypeGrille, 'S')
                   from GrilleJoueur
                   order by NomJoueur, Jeu
           end-exec.
                   :GrilleCourante.GNum1, :GrilleCourante.GNum2, :GrilleCourante.GNum3,
                   :GrilleCourante.GNum4, :GrilleCourante.GNum5,
                   :GrilleCourante.GEtoile1, :GrilleCourante.GEtoile2,
                   :GrilleCourante.ActifGrille, :GrilleCourante.TypeGrille
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxGrilles < 50 then
               add 1 to MaxGrilles
      ***** chance 1-10 en premiere position, la seconde restant a zero) *****
       CreationGrille.
           initialize GrilleCourante.
           move spaces to NomSyndicatSaisi.
           move zeros to NumerosGrille-Zone.
           move zeros to EtoilesGrille-Zone.
           display GrilleSaisie-Ecran.
           accept GrilleSaisie-Ecran.

           move 1 to ValidateurGrille.

      ***** Grille de syndicat : le syndicat doit exister, son nom tient lieu de joueur *****
           if NomSyndicatSaisi not = spaces then
               move 0 to NbSyndicatTrouve
               exec sql
                   select count(*) into :NbSyndicatTrouve from Syndicat
                   where NomSyndicat = :NomSyndicatSaisi
               end-exec
               if NbSyndicatTrouve = 0 then
                   move 0 to ValidateurGrille
                   display " Syndicat inconnu " line 23 col 2 blink
               else
                   exec sql
                       select convert(varchar(36), IdSyndicat)
                       into :GrilleCourante.IdSyndicatGrille
                       from Syndicat
                       where NomSyndicat = :NomSyndicatSaisi
                   end-exec
                   if NomJoueur of GrilleCourante = " " then
                       move NomSyndicatSaisi to NomJoueur of GrilleCourante
                   end-if
               end-if
           end-if.

           if JeuGrille of GrilleCourante = "e" then
               move "E" to JeuGrille of GrilleCourante
           end-if.
           end-if.

           if ValidateurGrille = 1 then
               perform ControleGrilleComposee
           end-if.

           if ValidateurGrille = 1 then
               perform ControleFinValiditeGrille
           end-if.

           if ValidateurGrille = 1 then
      ***** Mise par tirage : le prix standard de la grille simple a defaut, multiplie par *****
      ***** le nombre de combinaisons d'une grille multiple ou d'un systeme reduit *****
               if MiseGrille of GrilleCourante = 0 then
                   move 2.50 to MiseGrille of GrilleCourante
               end-if
               compute MiseGrille of GrilleCourante =
                   MiseGrille of GrilleCourante * NbCombinaisons of GrilleCourante
               exec sql
                   select newid() into :GrilleCourante.IdGrille
               end-exec
               exec sql
                   INSERT INTO GrilleJoueur
                       (IdGrille, NomJoueur, Jeu, Num1, Num2, Num3, Num4, Num5,
                        Etoile1, Etoile2, Actif, Mise, IdSyndicat,
                        TypeGrille, NumerosGrille, EtoilesGrille, ModeleReduit, NbCombinaisons,
                        DateFinValidite)
                   VALUES
                       (:GrilleCourante.IdGrille, :GrilleCourante.NomJoueur,
                        :GrilleCourante.JeuGrille, :GrilleCourante.GNum1,
                        :GrilleCourante.GNum2, :GrilleCourante.GNum3,
                        :GrilleCourante.GNum4, :GrilleCourante.GNum5,
                        :GrilleCourante.GEtoile1, :GrilleCourante.GEtoile2, 'A',
                        :GrilleCourante.MiseGrille,
                        NULLIF(:GrilleCourante.IdSyndicatGrille, ' '),
                        :GrilleCourante.TypeGrille, :GrilleCourante.NumerosGrille,
                        :GrilleCourante.EtoilesGrille,
                        NULLIF(:GrilleCourante.ModeleReduit, ' '),
                        :GrilleCourante.NbCombinaisons,
                        NULLIF(:GrilleCourante.DateFinValidite, ' '))
               end-exec
           end-if.

      ***** Fin de validite saisie : une date AAAAMMJJ plausible ou rien *****
       ControleFinValiditeGrille.
           if DateFinValidite of GrilleCourante = spaces then
               exit paragraph
           end-if.
           if DateFinValidite of GrilleCourante is not numeric then
               move 0 to ValidateurGrille
               display " Fin de validite : date AAAAMMJJ ou vide " line 23 col 2 blink
               exit paragraph
           end-if.
           move DateFinValidite of GrilleCourante (5:2) to MoisFinValidite.
           move DateFinValidite of GrilleCourante (7:2) to JourFinValidite.
           if DateFinValidite of GrilleCourante (1:4) < "2000" or
              MoisFinValidite < 1 or MoisFinValidite > 12 or
              JourFinValidite < 1 or JourFinValidite > 31 then
               move 0 to ValidateurGrille
               display " Fin de validite : date AAAAMMJJ ou vide " line 23 col 2 blink
           end-if.

      ***** Bornes et doublons des numeros de la grille selon son jeu *****
      ***** Jeu D (EuroDreams) : GEtoile1 porte le 6e numero, GEtoile2 le numero dream *****
       ControleBornesGrille.
               end-exec
           end-if.

      ***** Suppression definitive d'une grille designee par No *****
       SuppressionGrille.
           move 0 to NoGrilleSaisie.
           accept NoGrilleSaisie line 23 col 38.
           if NoGrilleSaisie > 0 and NoGrilleSaisie <= MaxGrilles then
               move IdGrilleEcran(NoGrilleSaisie) to IdGrille of GrilleCourante
               exec sql
                   DELETE FROM GrilleJoueur
                   WHERE IdGrille = :GrilleCourante.IdGrille
               end-exec
           end-if.

      **************************************************************************************
      ***** Syndicats de jeu : creation, membres et parts, cotisations versees, releve *****
      ***** par membre avec les retardataires de cotisation pour les prochains tirages *****
      **************************************************************************************
       GestionSyndicats.
           perform GestionSyndicats-Init.
           perform GestionSyndicats-Trt until GestionSyndicats-iterator = 1.
           perform GestionSyndicats-Fin.

       GestionSyndicats-Init.
           move 0 to GestionSyndicats-iterator.

       GestionSyndicats-Trt.
           perform AffichageListeSyndicats.
           display Syndicats-SubMenu.
           move " " to OptionSyndicats.
           accept OptionSyndicats line 24 col 38.

           evaluate OptionSyndicats
               when "1"
                   perform CreationSyndicat
               when "2"
                   move 0 to NoSyndicatSaisi
                   accept NoSyndicatSaisi line 22 col 38
                   perform SelectionSyndicat
                   if IdSyndicatCourant not = spaces then
                       perform MembreSyndicat
                   end-if
               when "3"
                   move 0 to NoSyndicatSaisi
                   accept NoSyndicatSaisi line 23 col 38
                   perform SelectionSyndicat
                   if IdSyndicatCourant not = spaces then
                       perform CotisationSyndicat
                   end-if
               when "4"
                   move 0 to NoSyndicatSaisi
                   accept NoSyndicatSaisi line 21 col 69
                   perform SelectionSyndicat
                   if IdSyndicatCourant not = spaces then
                       perform ReleveSyndicat
                   end-if
               when "0"
                   move 1 to GestionSyndicats-iterator
           end-evaluate.

       GestionSyndicats-Fin.
           continue.

      ***** Liste numerotee des syndicats : membres actifs, parts, mise engagee par tirage *****
      ***** par les grilles actives du syndicat *****
       AffichageListeSyndicats.
           display General-Header-Infos.
           display Syndicats-E.
           move 0 to MaxSyndicats.
           move 5 to NoLigneSyndicat.
           move 0 to BoucleurSyndicats.

           exec sql
               declare Cursor-ListeSyndicats cursor for
                   select convert(varchar(36), S.IdSyndicat), S.NomSyndicat,
                          (select count(*) from MembreSyndicat M
                           where M.IdSyndicat = S.IdSyndicat and M.NbParts > 0),
                          ISNULL((select sum(M.NbParts) from MembreSyndicat M
                                  where M.IdSyndicat = S.IdSyndicat), 0),
                          ISNULL((select sum(G.Mise) from GrilleJoueur G
                                  where G.IdSyndicat = S.IdSyndicat and G.Actif = 'A'), 0)
                   from Syndicat S
                   order by S.NomSyndicat
           end-exec.
           exec sql
               open Cursor-ListeSyndicats
           end-exec.

           perform AffichageLigneSyndicat until BoucleurSyndicats = 1.

           exec sql
               close Cursor-ListeSyndicats
           end-exec.

       AffichageLigneSyndicat.
           exec sql
               fetch Cursor-ListeSyndicats into :SyndicatCourant.IdSyndicatLu,
                   :SyndicatCourant.NomSyndicat, :SyndicatCourant.NbMembresLu,
                   :SyndicatCourant.TotalPartsLu, :SyndicatCourant.MiseTirageLu
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and MaxSyndicats < 14 then
               add 1 to MaxSyndicats
               move IdSyndicatLu to IdSyndicatEcran(MaxSyndicats)
               move NomSyndicat of SyndicatCourant to NomSyndicatEcran(MaxSyndicats)
               move MaxSyndicats to NoSyndicatEd
               move NomSyndicat of SyndicatCourant to NomSyndicatEd
               move NbMembresLu to NbMembresSynEd
               move TotalPartsLu to PartsSynEd
               move MiseTirageLu to MiseTirageSynEd
               add 1 to NoLigneSyndicat
               display LigneSyndicatEd line NoLigneSyndicat col 1
           else
               move 1 to BoucleurSyndicats
           end-if.

      ***** Syndicat designe par son No dans la liste *****
       SelectionSyndicat.
           move spaces to IdSyndicatCourant.
           if NoSyndicatSaisi > 0 and NoSyndicatSaisi <= MaxSyndicats then
               move IdSyndicatEcran(NoSyndicatSaisi) to IdSyndicatCourant
               move NomSyndicatEcran(NoSyndicatSaisi) to NomSyndicatSaisi
           end-if.

      ***** Creation d'un syndicat : nom obligatoire et unique *****
       CreationSyndicat.
           move spaces to NomSyndicatSaisi.
           display "Nom du nouveau syndicat : " line 21 col 42 with no advancing.
           accept NomSyndicatSaisi line 22 col 42.
           if NomSyndicatSaisi = spaces then
               exit paragraph
           end-if.

           move 0 to NbSyndicatTrouve.
           exec sql
               select count(*) into :NbSyndicatTrouve from Syndicat
               where NomSyndicat = :NomSyndicatSaisi
           end-exec.
           if NbSyndicatTrouve > 0 then
               display " Ce syndicat existe deja - Tapez Entree " line 23 col 42 blink with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.

           exec sql
               INSERT INTO Syndicat (IdSyndicat, NomSyndicat, DateCreation, Actif)
               VALUES (newid(), :NomSyndicatSaisi, getdate(), 'A')
           end-exec.

      ***** Ajout d'un membre ou changement de ses parts ; 0 part retire le membre des *****
      ***** repartitions a venir sans effacer son historique *****
       MembreSyndicat.
           display General-Header-Infos.
           display "MEMBRE DU SYNDICAT" line 3 col 20.
           display NomSyndicatSaisi line 3 col 40.

           move spaces to NomMembreSaisi.
           move 0 to NbPartsSaisi.
           display "Nom du membre                : " line 5 col 2 with no advancing.
           accept NomMembreSaisi line 5 col 33.
           display "Nombre de parts (0 = retrait) : " line 6 col 2 with no advancing.
           accept NbPartsSaisi line 6 col 34.
           if NomMembreSaisi = spaces then
               exit paragraph
           end-if.

           move 0 to NbSyndicatTrouve.
           exec sql
               select count(*) into :NbSyndicatTrouve from MembreSyndicat
               where IdSyndicat = :IdSyndicatCourant and NomJoueur = :NomMembreSaisi
           end-exec.
           if NbSyndicatTrouve > 0 then
               exec sql
                   UPDATE MembreSyndicat SET NbParts = :NbPartsSaisi
                   WHERE IdSyndicat = :IdSyndicatCourant and NomJoueur = :NomMembreSaisi
               end-exec
               display " Parts du membre mises a jour - Tapez Entree " line 23 col 2 with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.

           if NbPartsSaisi = 0 then
               display " Membre inconnu du syndicat - Tapez Entree " line 23 col 2 blink with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.

      ***** La table de repartition tient 30 membres *****
           move 0 to NbSyndicatTrouve.
           exec sql
               select count(*) into :NbSyndicatTrouve from MembreSyndicat
               where IdSyndicat = :IdSyndicatCourant
           end-exec.
           if NbSyndicatTrouve >= 30 then
               display " 30 membres au plus par syndicat - Tapez Entree " line 23 col 2 blink with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.

           exec sql
               INSERT INTO MembreSyndicat (IdSyndicat, NomJoueur, NbParts, DateEntree)
               VALUES (:IdSyndicatCourant, :NomMembreSaisi, :NbPartsSaisi, getdate())
           end-exec.
           display " Membre ajoute - Tapez Entree " line 23 col 2 with no advancing.
           accept MesNumeros-ReponseOfUser.

      ***** Cotisation versee par un membre a la caisse du syndicat *****
       CotisationSyndicat.
           display General-Header-Infos.
           display "COTISATION AU SYNDICAT" line 3 col 20.
           display NomSyndicatSaisi line 3 col 44.

           move spaces to NomMembreSaisi.
           move 0 to MontantCotisationSaisi.
           display "Nom du membre      : " line 5 col 2 with no advancing.
           accept NomMembreSaisi line 5 col 23.
           display "Montant verse      : " line 6 col 2 with no advancing.
           accept MontantCotisationSaisi line 6 col 23.
           if NomMembreSaisi = spaces or MontantCotisationSaisi = 0 then
               exit paragraph
           end-if.

           move 0 to NbSyndicatTrouve.
           exec sql
               select count(*) into :NbSyndicatTrouve from MembreSyndicat
               where IdSyndicat = :IdSyndicatCourant and NomJoueur = :NomMembreSaisi
           end-exec.
           if NbSyndicatTrouve = 0 then
               display " Membre inconnu du syndicat - Tapez Entree " line 23 col 2 blink with no advancing
               accept MesNumeros-ReponseOfUser
               exit paragraph
           end-if.

           exec sql
               INSERT INTO CotisationSyndicat (IdSyndicat, NomJoueur, DateVersement, Montant)
               VALUES (:IdSyndicatCourant, :NomMembreSaisi, getdate(), :MontantCotisationSaisi)
           end-exec.
           display " Cotisation enregistree - Tapez Entree " line 23 col 2 with no advancing.
           accept MesNumeros-ReponseOfUser.

      ***** Releve par membre (ecran et ReleveSyndicat.txt) puis membres dont le solde ne *****
      ***** couvre pas leur quote-part des mises des prochains tirages *****
       ReleveSyndicat.
           display General-Header-Infos.
           display "RELEVE DU SYNDICAT" line 3 col 20.
           display NomSyndicatSaisi line 3 col 40.

           move 0 to NbTiragesACouvrir.
           display "Nombre de tirages a couvrir (vide = 2) : " line 5 col 2 with no advancing.
           accept NbTiragesACouvrir line 5 col 44.
           if NbTiragesACouvrir = 0 then
               move 2 to NbTiragesACouvrir
           end-if.

      ***** Mise engagee par tirage : somme des mises des grilles actives du syndicat *****
           move 0 to MiseTirageSyndicat.
           exec sql
               select ISNULL(sum(Mise), 0) into :MiseTirageSyndicat from GrilleJoueur
               where IdSyndicat = :IdSyndicatCourant and Actif = 'A'
           end-exec.
           move 0 to TotalPartsSyndicat.
           exec sql
               select ISNULL(sum(NbParts), 0) into :TotalPartsSyndicat from MembreSyndicat
               where IdSyndicat = :IdSyndicatCourant
           end-exec.

           open output F-ReleveSyndicat.
           move spaces to E-ReleveSyndicat.
           string " Releve du syndicat " NomSyndicatSaisi delimited by size
               into E-ReleveSyndicat.
           write E-ReleveSyndicat.
           write E-ReleveSyndicat from " Membre               Parts Cotisations     Mises      Gains       Solde".
           display " Membre               Parts Cotisations     Mises      Gains       Solde" line 7 col 1.
           move 7 to ReleveLigneNo.
           move 0 to NbMembresEnRetard.

           exec sql
               declare Cursor-ReleveSyndicat cursor for
                   select M.NomJoueur, M.NbParts,
                          ISNULL((select sum(C.Montant) from CotisationSyndicat C
                                  where C.IdSyndicat = M.IdSyndicat
                                    and C.NomJoueur = M.NomJoueur), 0),
                          ISNULL((select sum(L.Mise) from LedgerJoueur L
                                  where L.IdSyndicat = M.IdSyndicat
                                    and L.NomJoueur = M.NomJoueur), 0),
                          ISNULL((select sum(L.Gain) from LedgerJoueur L
                                  where L.IdSyndicat = M.IdSyndicat
                                    and L.NomJoueur = M.NomJoueur), 0)
                   from MembreSyndicat M
                   where M.IdSyndicat = :IdSyndicatCourant
                   order by M.NomJoueur
           end-exec.
           exec sql
               open Cursor-ReleveSyndicat
           end-exec.

           move 0 to BoucleurMembres.
           perform AffichageLigneReleveSyndicat until BoucleurMembres = 1.

           exec sql
               close Cursor-ReleveSyndicat
           end-exec.

      ***** Retardataires : solde inferieur a la quote-part des N prochains tirages *****
           add 2 to ReleveLigneNo.
           write E-ReleveSyndicat from " ".
           move spaces to E-ReleveSyndicat.
           string " Cotisations manquantes pour les " NbTiragesACouvrir " prochains tirages :"
               delimited by size into E-ReleveSyndicat.
           display E-ReleveSyndicat line ReleveLigneNo col 1.
           write E-ReleveSyndicat.
           if NbMembresEnRetard = 0 then
               add 1 to ReleveLigneNo
               display "   aucun, tous les membres sont a jour" line ReleveLigneNo col 1
               write E-ReleveSyndicat from "   aucun, tous les membres sont a jour"
           end-if.
           perform AffichageRetardSyndicat varying Membre-i from 1 by 1
               until Membre-i > NbMembresEnRetard.
           close F-ReleveSyndicat.

           display "Releve ReleveSyndicat.txt - Tapez Entree " line 23 col 2 with no advancing.
           accept MesNumeros-ReponseOfUser.

       AffichageLigneReleveSyndicat.
           exec sql
               fetch Cursor-ReleveSyndicat into :LigneMembreCourante.NomJoueurMbr,
                   :LigneMembreCourante.NbPartsMbr, :LigneMembreCourante.CotisationsMbr,
                   :LigneMembreCourante.MisesMbr, :LigneMembreCourante.GainsMbr
           end-exec.
           if SQLCODE <> 0 and SQLCODE <> 1 then
               move 1 to BoucleurMembres
               exit paragraph
           end-if.

           compute SoldeMembreSyndicat = CotisationsMbr + GainsMbr - MisesMbr.
           move NomJoueurMbr to NomMembreRelEd.
           move NbPartsMbr to PartsRelEd.
           move CotisationsMbr to CotisationsRelEd.
           move MisesMbr to MisesRelEd.
           move GainsMbr to GainsRelEd.
           move SoldeMembreSyndicat to SoldeRelEd.
           write E-ReleveSyndicat from LigneReleveSyndicatEd.
           add 1 to ReleveLigneNo.
           display LigneReleveSyndicatEd line ReleveLigneNo col 1.
           if ReleveLigneNo = 19 then
               display "Page [Entree] pour continuer " line 23 col 2 with no advancing
               accept MesNumeros-ReponseOfUser
               move 7 to ReleveLigneNo
           end-if.

      ***** Quote-part du membre dans les mises a venir, arrondie au centime *****
           if NbPartsMbr > 0 and TotalPartsSyndicat > 0 and NbMembresEnRetard < 30 then
               compute DuMembreSyndicat rounded =
                   MiseTirageSyndicat * NbTiragesACouvrir * NbPartsMbr / TotalPartsSyndicat
               if SoldeMembreSyndicat < DuMembreSyndicat then
                   add 1 to NbMembresEnRetard
                   move NomJoueurMbr to NomMembreSyn(NbMembresEnRetard)
                   compute QuotePartSyn(NbMembresEnRetard) =
                       DuMembreSyndicat - SoldeMembreSyndicat
               end-if
           end-if.

       AffichageRetardSyndicat.
           move NomMembreSyn(Membre-i) to NomMembreRetEd.
           move QuotePartSyn(Membre-i) to DuRetEd.
           write E-ReleveSyndicat from LigneRetardSyndicatEd.
           add 1 to ReleveLigneNo.
           if ReleveLigneNo < 23 then
               display LigneRetardSyndicatEd line ReleveLigneNo col 1
           end-if.

      **************************************************************************************
      ***** Confrontation des grilles actives a un tirage Euromillions frais insere : les *****
      ***** bons scores (2 bons numeros et plus) partent dans ResultatGrille et au rapport *****
      **************************************************************************************
       Euromillions-ControleGrilles.
           move num1 of TirageEuromillions to DrawNumero-Valeur(1).
           move num2 of TirageEuromillions to DrawNumero-Valeur(2).
           move num3 of TirageEuromillions to DrawNumero-Valeur(3).
           move num4 of TirageEuromillions to DrawNumero-Valeur(4).
           move num5 of TirageEuromillions to DrawNumero-Valeur(5).
           move numC1 of TirageEuromillions to DrawEtoile-Valeur(1).
           move numC2 of TirageEuromillions to DrawEtoile-Valeur(2).
      ***** Tirage retenu pour les bulletins joueurs *****
           move "E" to JeuBulletin.
           move 1 to NoTirageBulletin.
           perform MemorisationTirageBulletin.
      ***** Fin de validite des grilles comparee a la date du tirage (AAAAMMJJ) *****
           string annee of TirageEuromillions mois of TirageEuromillions jour of TirageEuromillionsTemp
               delimited by size into DateTirageValidite
           end-string.

      ***** Table des rangs officiels chargee pour la valorisation du ledger *****
           perform ChargementTableRangsOfficiels.

           exec sql
               declare Cursor-GrillesActivesE cursor for
                   select IdGrille, NomJoueur, Num1, Num2, Num3, Num4, Num5,
                          Etoile1, Etoile2, ISNULL(Mise, 0),
                          ISNULL(convert(varchar(36), IdSyndicat), ' '),
                          ISNULL(TypeGrille, 'S'), ISNULL(NumerosGrille, ' '),
                          ISNULL(EtoilesGrille, ' '), ISNULL(ModeleReduit, ' '),
                          ISNULL(NbCombinaisons, 1)
                   from GrilleJoueur
                   where Jeu = 'E' and Actif = 'A'
                     and (DateFinValidite is null or DateFinValidite >= :DateTirageValidite)
           end-exec.
           exec sql
               open Cursor-GrillesActivesE
           end-exec.

           move 0 to BoucleurControleGrilles.
           perform ControleGrilleEuromillions until BoucleurControleGrilles = 1.

           exec sql
               close Cursor-GrillesActivesE
           end-exec.

       ControleGrilleEuromillions.
           exec sql
               fetch Cursor-GrillesActivesE into :GrilleCourante.IdGrille,
                   :GrilleCourante.NomJoueur,
                   :GrilleCourante.GNum1, :GrilleCourante.GNum2, :GrilleCourante.GNum3,
                   :GrilleCourante.GNum4, :GrilleCourante.GNum5,
                   :GrilleCourante.GEtoile1, :GrilleCourante.GEtoile2,
                   :GrilleCourante.MiseGrille, :GrilleCourante.IdSyndicatGrille,
                   :GrilleCourante.TypeGrille, :GrilleCourante.NumerosGrille,
                   :GrilleCourante.EtoilesGrille, :GrilleCourante.ModeleReduit,
                   :GrilleCourante.NbCombinaisons
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ComptageGrilleTirage
               perform ComptageEtoilesGrilleTirage
      ***** Ledger mises/gains : chaque grille active joue ce tirage, gagnante ou non *****
               move "E" to JeuLedger
               move date_complete of TirageEuromillionsTemp to DateTirageLedger
               perform RechercheGainEuromillions
      ***** Grille multiple ou systeme reduit : toutes les combinaisons sont valorisees, *****
      ***** le ledger recoit la mise totale et le total des gains *****
               if TypeGrille of GrilleCourante = "M" or TypeGrille of GrilleCourante = "R" then
                   perform ValorisationGrilleComposeeE
               end-if
               perform EcritureLedgerGrille
               perform MemorisationResultatBulletin
      ***** Rang de gain minimal de l'Euromillions : 2 bons numeros *****
               if NbNumerosGrille >= 2 then
                   move "E" to JeuRes of LigneResultatGrille
                   move date_complete of TirageEuromillionsTemp to DateTirageRes of LigneResultatGrille
                   move "Etoiles correctes:" to LibelleEtoileRes of LigneResultatGrille
                   move NbEtoilesGrille to NbEtoilesRes of LigneResultatGrille
                   perform EcritureResultatGrille
               end-if
           else
               move 1 to BoucleurControleGrilles
           end-if.

      **************************************************************************************
      ***** Confrontation des grilles actives a un tirage Loto frais insere : les bons *****
      ***** scores (2 bons numeros et plus, ou numero chance correct) sont historises *****
      **************************************************************************************
       Loto-ControleGrilles.
           move num1 of TirageLoto to DrawNumero-Valeur(1).
           move num2 of TirageLoto to DrawNumero-Valeur(2).
           move num3 of TirageLoto to DrawNumero-Valeur(3).
           move num4 of TirageLoto to DrawNumero-Valeur(4).
           move num5 of TirageLoto to DrawNumero-Valeur(5).
      ***** Tirage (et second tirage) retenus pour les bulletins joueurs *****
           move "L" to JeuBulletin.
           move 1 to NoTirageBulletin.
           perform MemorisationTirageBulletin.
           if SecondTiragePresent = "O" then
               move 2 to NoTirageBulletin
               perform MemorisationTirageBulletin
               move 1 to NoTirageBulletin
           end-if.
      ***** Fin de validite des grilles comparee a la date du tirage (AAAAMMJJ) *****
           string annee of TirageLoto mois of TirageLoto jour of TirageLotoTemp
               delimited by size into DateTirageValidite
           end-string.

           exec sql
               declare Cursor-GrillesActivesL cursor for
                   select IdGrille, NomJoueur, Num1, Num2, Num3, Num4, Num5,
                          Etoile1, Etoile2, ISNULL(Mise, 0),
                          ISNULL(convert(varchar(36), IdSyndicat), ' '),
                          ISNULL(TypeGrille, 'S'), ISNULL(NumerosGrille, ' '),
                          ISNULL(EtoilesGrille, ' '), ISNULL(ModeleReduit, ' '),
                          ISNULL(NbCombinaisons, 1)
                   from GrilleJoueur
                   where Jeu = 'L' and Actif = 'A'
                     and (DateFinValidite is null or DateFinValidite >= :DateTirageValidite)
           end-exec.
           exec sql
               open Cursor-GrillesActivesL
           end-exec.

           move 0 to BoucleurControleGrilles.
           perform ControleGrilleLoto until BoucleurControleGrilles = 1.

           exec sql
               close Cursor-GrillesActivesL
           end-exec.

       ControleGrilleLoto.
           exec sql
               fetch Cursor-GrillesActivesL into :GrilleCourante.IdGrille,
                   :GrilleCourante.NomJoueur,
                   :GrilleCourante.GNum1, :GrilleCourante.GNum2, :GrilleCourante.GNum3,
                   :GrilleCourante.GNum4, :GrilleCourante.GNum5,
                   :GrilleCourante.GEtoile1, :GrilleCourante.GEtoile2,
                   :GrilleCourante.MiseGrille, :GrilleCourante.IdSyndicatGrille,
                   :GrilleCourante.TypeGrille, :GrilleCourante.NumerosGrille,
                   :GrilleCourante.EtoilesGrille, :GrilleCourante.ModeleReduit,
                   :GrilleCourante.NbCombinaisons
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               perform ComptageGrilleTirage
      ***** Ledger mises/gains : la mise est engagee sur chaque tirage joue (montants de *****
      ***** gains Loto non charges en base : gain a 0) *****
               move "L" to JeuLedger
               move date_complete of TirageLotoTemp to DateTirageLedger
               move 0 to GainLedger
               perform EcritureLedgerGrille
               move 0 to ChanceGrilleOK
               if GEtoile1 of GrilleCourante = numChance of TirageLoto then
                   move 1 to ChanceGrilleOK
               end-if
               if TypeGrille of GrilleCourante = "M" or TypeGrille of GrilleCourante = "R" then
                   perform ValorisationGrilleComposeeL
               end-if
      ***** Gain Loto : 2 bons numeros et plus, ou le numero chance seul (remboursement) *****
               if NbNumerosGrille >= 2 or ChanceGrilleOK = 1 then
                   move "L" to JeuRes of LigneResultatGrille
                   move date_complete of TirageLotoTemp to DateTirageRes of LigneResultatGrille
                   move "Chance correcte  :" to LibelleEtoileRes of LigneResultatGrille
                   move ChanceGrilleOK to NbEtoilesGrille
                   move ChanceGrilleOK to NbEtoilesRes of LigneResultatGrille
                   perform EcritureResultatGrille
               end-if
               perform MemorisationResultatBulletin
      ***** Second tirage du meme tirage Loto *****
               if SecondTiragePresent = "O" then
                   perform ControleSecondTirageLoto
               end-if
           else
               move 1 to BoucleurControleGrilles
           end-if.

      ***** Meme grille contre le second tirage : 2 bons numeros et plus, sans numero *****
      ***** chance. Le gain part au ledger sans nouvelle mise, le second tirage etant *****
      ***** compris dans la mise du premier *****
       ControleSecondTirageLoto.
           move SNum1 to DrawNumero-Valeur(1).
           move SNum2 to DrawNumero-Valeur(2).
           move SNum3 to DrawNumero-Valeur(3).
           move SNum4 to DrawNumero-Valeur(4).
           move SNum5 to DrawNumero-Valeur(5).

           perform ComptageGrilleTirage.
           if TypeGrille of GrilleCourante = "M" or TypeGrille of GrilleCourante = "R" then
               perform ValorisationSecondComposeeL
           else
               perform RechercheGainSecondLoto
           end-if.
           move 2 to NoTirageBulletin.
           perform MemorisationResultatBulletin.
           move 1 to NoTirageBulletin.
           if NbNumerosGrille >= 2 then
               move "L" to JeuLedger
               move date_complete of TirageLotoTemp to DateTirageLedger
               move MiseGrille of GrilleCourante to MiseGrilleSvg
               move 0 to MiseGrille of GrilleCourante
               perform EcritureLedgerGrille
               move MiseGrilleSvg to MiseGrille of GrilleCourante
               move "L" to JeuRes of LigneResultatGrille
               move date_complete of TirageLotoTemp to DateTirageRes of LigneResultatGrille
               move "Tirage numero    :" to LibelleEtoileRes of LigneResultatGrille
               move 2 to NoTirageRes
               move 2 to NbEtoilesRes of LigneResultatGrille
               move 0 to NbEtoilesGrille
               perform EcritureResultatGrille
               move 1 to NoTirageRes
           end-if.

      ***** Le premier tirage reste le tirage courant pour la grille suivante *****
           move num1 of TirageLoto to DrawNumero-Valeur(1).
           move num2 of TirageLoto to DrawNumero-Valeur(2).
           move num3 of TirageLoto to DrawNumero-Valeur(3).
           move num4 of TirageLoto to DrawNumero-Valeur(4).
           move num5 of TirageLoto to DrawNumero-Valeur(5).

      ***** Rang du second tirage (5 bons = 1 ... 2 bons = 4) et son montant *****
       RechercheGainSecondLoto.
           move 0 to GainLedger.
           move 0 to RangGainLedger.
           if NbNumerosGrille >= 2 then
               compute RangGainLedger = 6 - NbNumerosGrille
               exec sql
                   select ISNULL(max(Montant), 0) into :GainLedger
                   from RepartitionGains
                   where id_tirage = :SecondTirageLoto.IdSecondTirage
                     and Rang = :RangGainLedger
               end-exec
           end-if.

      ***** Grille developpee contre le second tirage : gain de chaque combinaison gagnante, *****
      ***** jouee une fois par numero chance coche (sans chance au second tirage) *****
       ValorisationSecondComposeeL.
           perform DeveloppementGrilleComposee.
           move 0 to GainTotalComposee.
           move 0 to MeilleurRangComposee.
           move 0 to NbNumerosGrille.
           perform varying Comp-k from 2 by 1 until Comp-k > 5
               if CombosParBons(Comp-k + 1) > 0
                   move Comp-k to NbNumerosGrille
                   perform RechercheGainSecondLoto
                   compute GainTotalComposee = GainTotalComposee
                       + GainLedger * CombosParBons(Comp-k + 1) * NbEtoilesComp
                   if RangGainLedger > 0 and
                      (MeilleurRangComposee = 0 or RangGainLedger < MeilleurRangComposee)
                       move RangGainLedger to MeilleurRangComposee
                   end-if
               end-if
           end-perform.
           move GainTotalComposee to GainLedger.
           move MeilleurRangComposee to RangGainLedger.

      ***** Comptage des numeros de la grille courante presents dans le tirage courant *****
       ComptageGrilleTirage.
           move GNum1 of GrilleCourante to GrilleNum-Valeur(1).
           move GNum2 of GrilleCourante to GrilleNum-Valeur(2).
           move GNum3 of GrilleCourante to GrilleNum-Valeur(3).
           move GNum4 of GrilleCourante to GrilleNum-Valeur(4).
           move GNum5 of GrilleCourante to GrilleNum-Valeur(5).

           move 0 to NbNumerosGrille.
           perform varying Grille-i from 1 by 1 until Grille-i > 5
               perform varying Grille-j from 1 by 1 until Grille-j > 5
                   if GrilleNum-Valeur(Grille-i) = DrawNumero-Valeur(Grille-j)
                       add 1 to NbNumerosGrille
                   end-if
               end-perform
           end-perform.

       ComptageEtoilesGrilleTirage.
           move GEtoile1 of GrilleCourante to GrilleEtoile-Valeur(1).
           move GEtoile2 of GrilleCourante to GrilleEtoile-Valeur(2).

           move 0 to NbEtoilesGrille.
           perform varying Grille-i from 1 by 1 until Grille-i > 2
               perform varying Grille-j from 1 by 1 until Grille-j > 2
                   if GrilleEtoile-Valeur(Grille-i) = DrawEtoile-Valeur(Grille-j)
                       add 1 to NbEtoilesGrille
                   end-if
               end-perform
           end-perform.

      ***** Valorisation du gain reel Euromillions : rang officiel de la combinaison *****
      ***** (bons numeros, bonnes etoiles) puis montant du rang pour ce tirage *****
       RechercheGainEuromillions.
           move 0 to GainLedger.
           move 0 to RangGainLedger.
           perform varying RangGains-i from 1 by 1 until RangGains-i > 13
               if RangK of RangOfficiel(RangGains-i) = NbNumerosGrille and
                  RangJ of RangOfficiel(RangGains-i) = NbEtoilesGrille
                   move RangGains-i to RangGainLedger
                   move 14 to RangGains-i
               end-if
           end-perform.
           if RangGainLedger > 0 then
               exec sql
                   select ISNULL(max(Montant), 0) into :GainLedger
                   from RepartitionGains
                   where id_tirage = :TirageEuromillions.id_tirage
                     and Rang = :RangGainLedger
               end-exec
           end-if.

      ***** Une ligne du ledger : la mise de la grille contre son gain sur ce tirage ; la *****
      ***** grille d'un syndicat est repartie entre ses membres *****
       EcritureLedgerGrille.
           if IdSyndicatGrille of GrilleCourante not = spaces then
               perform EcritureLedgerSyndicat
               if NbMembresSyndicat > 0 then
                   exit paragraph
               end-if
           end-if.
           exec sql
               INSERT INTO LedgerJoueur
                   (NomJoueur, Jeu, DateTirage, Mise, Gain, DateEcriture, IdSyndicat)
               VALUES
                   (:GrilleCourante.NomJoueur, :JeuLedger, :DateTirageLedger,
                    :GrilleCourante.MiseGrille, :GainLedger, getdate(),
                    NULLIF(:GrilleCourante.IdSyndicatGrille, ' '))
           end-exec.

      ***** Grille de syndicat : mise et gain repartis entre les membres au prorata des *****
      ***** parts, une ligne de ledger par membre ; sans membre porteur de parts, la *****
      ***** grille reste au ledger sous le nom du syndicat *****
       EcritureLedgerSyndicat.
           move IdSyndicatGrille of GrilleCourante to IdSyndicatCourant.
           perform ChargementMembresSyndicat.
           if NbMembresSyndicat = 0 then
               exit paragraph
           end-if.

           move MiseGrille of GrilleCourante to MontantARepartir.
           perform RepartitionMontantSyndicat.
           perform varying Membre-i from 1 by 1 until Membre-i > NbMembresSyndicat
               move QuotePartSyn(Membre-i) to MiseMembreSyn(Membre-i)
           end-perform.

           move GainLedger to MontantARepartir.
           perform RepartitionMontantSyndicat.
           perform varying Membre-i from 1 by 1 until Membre-i > NbMembresSyndicat
               move QuotePartSyn(Membre-i) to GainMembreSyn(Membre-i)
           end-perform.

           perform EcritureLedgerMembre varying Membre-i from 1 by 1
               until Membre-i > NbMembresSyndicat.

      ***** Quotes-parts tronquees au centime, puis un centime de reste par membre dans *****
      ***** l'ordre de la table (parts decroissantes, puis nom) jusqu'a epuisement *****
       RepartitionMontantSyndicat.
           move 0 to CumulReparti.
           perform varying Membre-i from 1 by 1 until Membre-i > NbMembresSyndicat
               compute QuotePartSyn(Membre-i) =
                   MontantARepartir * PartsMembreSyn(Membre-i) / TotalPartsSyndicat
               add QuotePartSyn(Membre-i) to CumulReparti
           end-perform.
           compute ResteARepartir = MontantARepartir - CumulReparti.
           perform varying Membre-i from 1 by 1
                   until Membre-i > NbMembresSyndicat or ResteARepartir = 0
               add 0.01 to QuotePartSyn(Membre-i)
               subtract 0.01 from ResteARepartir
           end-perform.

      ***** Membres porteurs de parts du syndicat courant, plus gros porteurs en tete *****
       ChargementMembresSyndicat.
           move 0 to NbMembresSyndicat.
           move 0 to TotalPartsSyndicat.
           exec sql
               declare Cursor-MembresRepartition cursor for
                   select NomJoueur, NbParts from MembreSyndicat
                   where IdSyndicat = :IdSyndicatCourant and NbParts > 0
                   order by NbParts desc, NomJoueur
           end-exec.
           exec sql
               open Cursor-MembresRepartition
           end-exec.

           move 0 to BoucleurMembres.
           perform LectureMembreRepartition until BoucleurMembres = 1.

           exec sql
               close Cursor-MembresRepartition
           end-exec.

       LectureMembreRepartition.
           exec sql
               fetch Cursor-MembresRepartition into :LigneMembreCourante.NomJoueurMbr,
                   :LigneMembreCourante.NbPartsMbr
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and NbMembresSyndicat < 30 then
               add 1 to NbMembresSyndicat
               move NomJoueurMbr to NomMembreSyn(NbMembresSyndicat)
               move NbPartsMbr to PartsMembreSyn(NbMembresSyndicat)
               add NbPartsMbr to TotalPartsSyndicat
           else
               move 1 to BoucleurMembres
           end-if.

       EcritureLedgerMembre.
           move NomMembreSyn(Membre-i) to NomJoueurMbr.
           move MiseMembreSyn(Membre-i) to MiseLedgerMbr.
           move GainMembreSyn(Membre-i) to GainLedgerMbr.
           exec sql
               INSERT INTO LedgerJoueur
                   (NomJoueur, Jeu, DateTirage, Mise, Gain, DateEcriture, IdSyndicat)
               VALUES
                   (:LigneMembreCourante.NomJoueurMbr, :JeuLedger, :DateTirageLedger,
                    :LigneMembreCourante.MiseLedgerMbr, :LigneMembreCourante.GainLedgerMbr,
                    getdate(), :IdSyndicatCourant)
           end-exec.

      ***** Historisation du bon score : table ResultatGrille + rapport "resultats du tirage" *****
       EcritureResultatGrille.
           exec sql
               INSERT INTO ResultatGrille
                   (IdGrille, Jeu, DateTirage, NbNumeros, NbEtoiles, NoTirage, DateVerification)
               VALUES
                   (:GrilleCourante.IdGrille, :LigneResultatGrille.JeuRes,
                    :LigneResultatGrille.DateTirageRes, :NbNumerosGrille,
                    :NbEtoilesGrille, :NoTirageRes, getdate())
           end-exec.

           if ResultatsGrilles-Ouvert = "N" then
               open output F-ResultatsGrilles
               write E-ResultatsGrilles from " Resultats des grilles du portefeuille sur les tirages importes"
               write E-ResultatsGrilles from " ---------------------------------------------------------------"
               move "O" to ResultatsGrilles-Ouvert
           end-if.
           move NomJoueur of GrilleCourante to NomJoueurRes of LigneResultatGrille.
           move NbNumerosGrille to NbNumerosRes of LigneResultatGrille.
           write E-ResultatsGrilles from LigneResultatGrille.
           if TypeGrille of GrilleCourante = "M" or TypeGrille of GrilleCourante = "R" then
               perform EcritureResultatComposee
           end-if.
           add 1 to NbHitsGrilles.

      ***** Grille multiple ou systeme reduit : types S/M/R, numeros et etoiles (ou numeros *****
      ***** chance) supplementaires, modele du systeme ; la mise reelle est la mise unitaire *****
      ***** multipliee par le nombre de combinaisons *****
       ControleGrilleComposee.
           if TypeGrille of GrilleCourante = "m" then
               move "M" to TypeGrille of GrilleCourante
           end-if.
           if TypeGrille of GrilleCourante = "r" then
               move "R" to TypeGrille of GrilleCourante
           end-if.
           if TypeGrille of GrilleCourante = " " or TypeGrille of GrilleCourante = "s" then
               move "S" to TypeGrille of GrilleCourante
           end-if.
           if TypeGrille of GrilleCourante not = "S" and TypeGrille of GrilleCourante not = "M"
              and TypeGrille of GrilleCourante not = "R" then
               move 0 to ValidateurGrille
               display " Type S (simple), M (multiple) ou R (systeme reduit) " line 23 col 2 blink
               exit paragraph
           end-if.

           move GNum1 of GrilleCourante to NumeroGrilleZ(1).
           move GNum2 of GrilleCourante to NumeroGrilleZ(2).
           move GNum3 of GrilleCourante to NumeroGrilleZ(3).
           move GNum4 of GrilleCourante to NumeroGrilleZ(4).
           move GNum5 of GrilleCourante to NumeroGrilleZ(5).
           move GEtoile1 of GrilleCourante to EtoileGrilleZ(1).
           move GEtoile2 of GrilleCourante to EtoileGrilleZ(2).

           if TypeGrille of GrilleCourante = "S" then
               if NumeroGrilleZ(6) not = 0 or NumeroGrilleZ(7) not = 0 or
                  NumeroGrilleZ(8) not = 0 or NumeroGrilleZ(9) not = 0 or
                  NumeroGrilleZ(10) not = 0 or EtoileGrilleZ(3) not = 0 or
                  EtoileGrilleZ(4) not = 0 or EtoileGrilleZ(5) not = 0 then
                   move 0 to ValidateurGrille
                   display " Numeros supplementaires reserves aux grilles M et R " line 23 col 2 blink
                   exit paragraph
               end-if
               move spaces to ModeleReduit of GrilleCourante
               move 1 to NbCombinaisons of GrilleCourante
               move NumerosGrille-Zone to NumerosGrille of GrilleCourante
               move EtoilesGrille-Zone to EtoilesGrille of GrilleCourante
               exit paragraph
           end-if.

           if JeuGrille of GrilleCourante = "D" then
               move 0 to ValidateurGrille
               display " Grilles multiples et systemes : Euromillions et Loto " line 23 col 2 blink
               exit paragraph
           end-if.

      ***** Numeros et etoiles joues, ranges sans les zeros des zones facultatives *****
           move 0 to NbNumerosComp.
           perform varying Comp-i from 1 by 1 until Comp-i > 10
               if NumeroGrilleZ(Comp-i) not = 0
                   add 1 to NbNumerosComp
                   move NumeroGrilleZ(Comp-i) to NumeroCompacte(NbNumerosComp)
               end-if
           end-perform.
           move 0 to NbEtoilesComp.
           perform varying Comp-i from 1 by 1 until Comp-i > 5
               if EtoileGrilleZ(Comp-i) not = 0
                   add 1 to NbEtoilesComp
                   move EtoileGrilleZ(Comp-i) to EtoileCompacte(NbEtoilesComp)
               end-if
           end-perform.
           move zeros to NumerosGrille-Zone.
           move zeros to EtoilesGrille-Zone.
           perform varying Comp-i from 1 by 1 until Comp-i > NbNumerosComp
               move NumeroCompacte(Comp-i) to NumeroGrilleZ(Comp-i)
           end-perform.
           perform varying Comp-i from 1 by 1 until Comp-i > NbEtoilesComp
               move EtoileCompacte(Comp-i) to EtoileGrilleZ(Comp-i)
           end-perform.

           if JeuGrille of GrilleCourante = "E" then
               move 50 to MaxNumeroComp
               move 12 to MaxEtoileComp
           else
               move 49 to MaxNumeroComp
               move 10 to MaxEtoileComp
           end-if.
           perform varying Comp-i from 1 by 1 until Comp-i > NbNumerosComp
               if NumeroGrilleZ(Comp-i) > MaxNumeroComp
                   move 0 to ValidateurGrille
               end-if
               perform varying Comp-j from 1 by 1 until Comp-j >= Comp-i
                   if NumeroGrilleZ(Comp-j) = NumeroGrilleZ(Comp-i)
                       move 0 to ValidateurGrille
                   end-if
               end-perform
           end-perform.
           perform varying Comp-i from 1 by 1 until Comp-i > NbEtoilesComp
               if EtoileGrilleZ(Comp-i) > MaxEtoileComp
                   move 0 to ValidateurGrille
               end-if
               perform varying Comp-j from 1 by 1 until Comp-j >= Comp-i
                   if EtoileGrilleZ(Comp-j) = EtoileGrilleZ(Comp-i)
                       move 0 to ValidateurGrille
                   end-if
               end-perform
           end-perform.
           if ValidateurGrille = 0 then
               display " Numero hors bornes ou en double dans la grille " line 23 col 2 blink
               exit paragraph
           end-if.

           if NbNumerosComp < 5 or NbNumerosComp > 10 or NbEtoilesComp > 5 or
              (JeuGrille of GrilleCourante = "E" and NbEtoilesComp < 2) or
              (JeuGrille of GrilleCourante = "L" and NbEtoilesComp < 1) then
               move 0 to ValidateurGrille
               display " 5 a 10 numeros, 2 a 5 etoiles ou 1 a 5 numeros chance " line 23 col 2 blink
               exit paragraph
           end-if.

      ***** Nombre de combinaisons : C(n,5) grilles de numeros (ou les grilles du modele) *****
      ***** fois C(s,2) paires d'etoiles Euromillions, ou fois s numeros chance Loto *****
           if TypeGrille of GrilleCourante = "R" then
               perform ChargementSystemesReduits
               perform RechercheSystemeReduit
               if Sys-m = 0 then
                   move 0 to ValidateurGrille
                   display " Modele de systeme reduit inconnu (R701, R801, R901, R1001) " line 23 col 2 blink
                   exit paragraph
               end-if
               if NbNumerosSysteme(Sys-m) not = NbNumerosComp then
                   move 0 to ValidateurGrille
                   display " Le modele ne porte pas sur ce nombre de numeros " line 23 col 2 blink
                   exit paragraph
               end-if
               move NbLignesSysteme(Sys-m) to NbCombinaisons of GrilleCourante
           else
               move spaces to ModeleReduit of GrilleCourante
               move NbNumerosComp to Combi-N
               move 5 to Combi-K
               perform Probalites-Combinaison
               move Combi-Result to NbCombinaisons of GrilleCourante
           end-if.
           if JeuGrille of GrilleCourante = "E" then
               move NbEtoilesComp to Combi-N
               move 2 to Combi-K
               perform Probalites-Combinaison
               compute NbCombinaisons of GrilleCourante = NbCombinaisons of GrilleCourante * Combi-Result
           else
               compute NbCombinaisons of GrilleCourante = NbCombinaisons of GrilleCourante * NbEtoilesComp
           end-if.

           move NumerosGrille-Zone to NumerosGrille of GrilleCourante.
           move EtoilesGrille-Zone to EtoilesGrille of GrilleCourante.

      ***** Modele de systeme reduit designe par son code (0 = inconnu) *****
       RechercheSystemeReduit.
           if ModeleReduit of GrilleCourante(1:1) = "r" then
               move "R" to ModeleReduit of GrilleCourante(1:1)
           end-if.
           move 0 to Sys-m.
           perform varying Comp-k from 1 by 1 until Comp-k > NbSystemesReduits
               if CodeSysteme(Comp-k) = ModeleReduit of GrilleCourante
                   move Comp-k to Sys-m
               end-if
           end-perform.

      ***** Modeles de systemes reduits proposes : grilles de 5 positions parmi les numeros *****
      ***** joues ranges dans l'ordre de saisie *****
       ChargementSystemesReduits.
           move "R701" to CodeSysteme(1).
           move 7 to NbNumerosSysteme(1).
           move 3 to NbLignesSysteme(1).
           move "0102030405" to LigneSysteme(1, 1).
           move "0102030607" to LigneSysteme(1, 2).
           move "0104050607" to LigneSysteme(1, 3).
           move "R801" to CodeSysteme(2).
           move 8 to NbNumerosSysteme(2).
           move 5 to NbLignesSysteme(2).
           move "0102030405" to LigneSysteme(2, 1).
           move "0102060708" to LigneSysteme(2, 2).
           move "0304050607" to LigneSysteme(2, 3).
           move "0103040508" to LigneSysteme(2, 4).
           move "0203040508" to LigneSysteme(2, 5).
           move "R901" to CodeSysteme(3).
           move 9 to NbNumerosSysteme(3).
           move 5 to NbLignesSysteme(3).
           move "0102030405" to LigneSysteme(3, 1).
           move "0106070809" to LigneSysteme(3, 2).
           move "0203040506" to LigneSysteme(3, 3).
           move "0203070809" to LigneSysteme(3, 4).
           move "0104050708" to LigneSysteme(3, 5).
           move "R1001" to CodeSysteme(4).
           move 10 to NbNumerosSysteme(4).
           move 8 to NbLignesSysteme(4).
           move "0102030405" to LigneSysteme(4, 1).
           move "0106070809" to LigneSysteme(4, 2).
           move "0203060710" to LigneSysteme(4, 3).
           move "0405080910" to LigneSysteme(4, 4).
           move "0203040506" to LigneSysteme(4, 5).
           move "0203070809" to LigneSysteme(4, 6).
           move "0102030410" to LigneSysteme(4, 7).
           move "0102030510" to LigneSysteme(4, 8).

      **************************************************************************************
      ***** Developpement d'une grille multiple ou d'un systeme reduit sur le tirage *****
      ***** courant : nombre de combinaisons par nombre de bons numeros. Grille multiple : *****
      ***** avec b bons numeros parmi les n joues, C(b,k) x C(n-b,5-k) combinaisons ont k *****
      ***** bons numeros ; systeme reduit : comptage grille par grille du modele *****
      **************************************************************************************
       DeveloppementGrilleComposee.
           move NumerosGrille of GrilleCourante to NumerosGrille-Zone.
           move EtoilesGrille of GrilleCourante to EtoilesGrille-Zone.
           move 0 to NbNumerosComp.
           move 0 to NbBonsComp.
           perform varying Comp-i from 1 by 1 until Comp-i > 10
               move 0 to BonNumeroComp(Comp-i)
               if NumeroGrilleZ(Comp-i) not = 0
                   add 1 to NbNumerosComp
                   perform varying Comp-j from 1 by 1 until Comp-j > 5
                       if NumeroGrilleZ(Comp-i) = DrawNumero-Valeur(Comp-j)
                           move 1 to BonNumeroComp(Comp-i)
                           add 1 to NbBonsComp
                       end-if
                   end-perform
               end-if
           end-perform.
           move 0 to NbEtoilesComp.
           perform varying Comp-i from 1 by 1 until Comp-i > 5
               if EtoileGrilleZ(Comp-i) not = 0
                   add 1 to NbEtoilesComp
               end-if
           end-perform.

           perform varying Comp-k from 0 by 1 until Comp-k > 5
               move 0 to CombosParBons(Comp-k + 1)
           end-perform.

           if TypeGrille of GrilleCourante = "R" then
               perform ChargementSystemesReduits
               perform RechercheSystemeReduit
               if Sys-m = 0 then
                   exit paragraph
               end-if
               perform varying Sys-l from 1 by 1 until Sys-l > NbLignesSysteme(Sys-m)
                   move 0 to BonsLigneComp
                   perform varying Sys-p from 1 by 1 until Sys-p > 5
                       add BonNumeroComp(PositionSysteme(Sys-m, Sys-l, Sys-p)) to BonsLigneComp
                   end-perform
                   add 1 to CombosParBons(BonsLigneComp + 1)
               end-perform
           else
               perform varying Comp-k from 0 by 1 until Comp-k > 5
                   move NbBonsComp to Combi-N
                   move Comp-k to Combi-K
                   perform CombinaisonBornee
                   move Combi-Result to NbCombosCase
                   compute Combi-N = NbNumerosComp - NbBonsComp
                   compute Combi-K = 5 - Comp-k
                   perform CombinaisonBornee
                   compute CombosParBons(Comp-k + 1) = NbCombosCase * Combi-Result
               end-perform
           end-if.

      ***** C(n,k), nul quand k depasse n *****
       CombinaisonBornee.
           if Combi-K > Combi-N then
               move 0 to Combi-Result
           else
               perform Probalites-Combinaison
           end-if.

      ***** Euromillions : chaque paire d'etoiles jouee croise chaque combinaison de *****
      ***** numeros ; avec t bonnes etoiles parmi les s jouees, C(t,j) x C(s-t,2-j) paires *****
      ***** ont j bonnes etoiles. Chaque case (k, j) est valorisee par son rang officiel *****
       ValorisationGrilleComposeeE.
           perform DeveloppementGrilleComposee.
           move 0 to NbEtoilesBonnesComp.
           perform varying Comp-i from 1 by 1 until Comp-i > NbEtoilesComp
               if EtoileGrilleZ(Comp-i) = DrawEtoile-Valeur(1) or
                  EtoileGrilleZ(Comp-i) = DrawEtoile-Valeur(2)
                   add 1 to NbEtoilesBonnesComp
               end-if
           end-perform.
           perform varying Comp-e from 0 by 1 until Comp-e > 2
               move NbEtoilesBonnesComp to Combi-N
               move Comp-e to Combi-K
               perform CombinaisonBornee
               move Combi-Result to NbCombosCase
               compute Combi-N = NbEtoilesComp - NbEtoilesBonnesComp
               compute Combi-K = 2 - Comp-e
               perform CombinaisonBornee
               compute CombosParEtoiles(Comp-e + 1) = NbCombosCase * Combi-Result
           end-perform.

           move 0 to GainTotalComposee.
           move 0 to MeilleurRangComposee.
           move 0 to MeilleursBonsComp.
           move 0 to MeilleuresEtoilesComp.
           perform varying Comp-k from 0 by 1 until Comp-k > 5
               perform varying Comp-e from 0 by 1 until Comp-e > 2
                   compute NbCombosCase = CombosParBons(Comp-k + 1) * CombosParEtoiles(Comp-e + 1)
                   if NbCombosCase > 0
                       move Comp-k to NbNumerosGrille
                       move Comp-e to NbEtoilesGrille
                       perform RechercheGainEuromillions
                       compute GainTotalComposee = GainTotalComposee + GainLedger * NbCombosCase
                       if RangGainLedger > 0 and
                          (MeilleurRangComposee = 0 or RangGainLedger < MeilleurRangComposee)
                           move RangGainLedger to MeilleurRangComposee
                       end-if
                       if Comp-k > MeilleursBonsComp or
                          (Comp-k = MeilleursBonsComp and Comp-e > MeilleuresEtoilesComp)
                           move Comp-k to MeilleursBonsComp
                           move Comp-e to MeilleuresEtoilesComp
                       end-if
                   end-if
               end-perform
           end-perform.

           move GainTotalComposee to GainLedger.
           move MeilleurRangComposee to RangGainLedger.
           move MeilleursBonsComp to NbNumerosGrille.
           move MeilleuresEtoilesComp to NbEtoilesGrille.

      ***** Loto : meilleur score des combinaisons et numero chance correct s'il figure *****
      ***** parmi les numeros chance joues (montants de gains Loto non charges) *****
       ValorisationGrilleComposeeL.
           perform DeveloppementGrilleComposee.
           move 0 to ChanceGrilleOK.
           perform varying Comp-i from 1 by 1 until Comp-i > NbEtoilesComp
               if EtoileGrilleZ(Comp-i) = numChance of TirageLoto
                   move 1 to ChanceGrilleOK
               end-if
           end-perform.
           move 0 to NbNumerosGrille.
           perform varying Comp-k from 0 by 1 until Comp-k > 5
               if CombosParBons(Comp-k + 1) > 0
                   move Comp-k to NbNumerosGrille
               end-if
           end-perform.
           move 0 to GainLedger.
           move 0 to RangGainLedger.

      ***** Ligne complementaire du rapport pour une grille developpee *****
       EcritureResultatComposee.
           if TypeGrille of GrilleCourante = "R" then
               move "Systeme reduit :" to TypeGrilleRes of LigneResultatComposee
           else
               move "Grille multiple:" to TypeGrilleRes of LigneResultatComposee
           end-if.
           move NbCombinaisons of GrilleCourante to NbCombinaisonsRes of LigneResultatComposee.
           move RangGainLedger to MeilleurRangRes of LigneResultatComposee.
           move GainLedger to GainTotalRes of LigneResultatComposee.
           write E-ResultatsGrilles from LigneResultatComposee.

      **************************************************************************************
      ***** Bulletins joueurs : memorisation des tirages frais et des scores au fil du *****
      ***** controle des grilles, edition d'un bulletin par joueur en fin d'import *****
      **************************************************************************************
      ***** Tirage frais retenu pour les bulletins (au-dela de 60 dans la tournee, le *****
      ***** tirage est seulement compte, ses grilles ne sont pas detaillees) *****
       MemorisationTirageBulletin.
           if NoTirageBulletin = 1 then
               add 1 to NbTiragesImportesRun
           end-if.
           if NbTiragesBulletin >= 60 then
               move "N" to TirageDetaille(NoTirageBulletin)
               add 1 to NbTiragesNonDetailles
               exit paragraph
           end-if.
           move "O" to TirageDetaille(NoTirageBulletin).
           add 1 to NbTiragesBulletin.
           move JeuBulletin to JeuTirBul(NbTiragesBulletin).
           move NoTirageBulletin to NoTirBul(NbTiragesBulletin).
           move spaces to TexteTirageBulletin.
           evaluate true
               when JeuBulletin = "E"
                   move date_complete of TirageEuromillionsTemp to DateTirBul(NbTiragesBulletin)
                   string num1 of TirageEuromillions " " num2 of TirageEuromillions " "
                          num3 of TirageEuromillions " " num4 of TirageEuromillions " "
                          num5 of TirageEuromillions " | etoiles " numC1 of TirageEuromillions
                          " " numC2 of TirageEuromillions
                       delimited by size into TexteTirageBulletin
                   end-string
               when JeuBulletin = "L" and NoTirageBulletin = 2
                   move date_complete of TirageLotoTemp to DateTirBul(NbTiragesBulletin)
                   string SNum1 " " SNum2 " " SNum3 " " SNum4 " " SNum5
                       delimited by size into TexteTirageBulletin
                   end-string
               when JeuBulletin = "L"
                   move date_complete of TirageLotoTemp to DateTirBul(NbTiragesBulletin)
                   string num1 of TirageLoto " " num2 of TirageLoto " " num3 of TirageLoto " "
                          num4 of TirageLoto " " num5 of TirageLoto " | chance "
                          numChance of TirageLoto
                       delimited by size into TexteTirageBulletin
                   end-string
               when other
                   move date_complete of TirageEuroDreamsTemp to DateTirBul(NbTiragesBulletin)
                   string num1 of TirageEuroDreams " " num2 of TirageEuroDreams " "
                          num3 of TirageEuroDreams " " num4 of TirageEuroDreams " "
                          num5 of TirageEuroDreams " " num6 of TirageEuroDreams " | dream "
                          numDream of TirageEuroDreams
                       delimited by size into TexteTirageBulletin
                   end-string
           end-evaluate.
           move TexteTirageBulletin to TexteTirBul(NbTiragesBulletin).

      ***** Score de la grille courante sur le tirage courant. Euromillions et second *****
      ***** tirage Loto : rang et montant du controle ; premier tirage Loto et *****
      ***** EuroDreams : rang deduit du score, montant non charge en base *****
       MemorisationResultatBulletin.
           if TirageDetaille(NoTirageBulletin) not = "O" then
               exit paragraph
           end-if.
           if NbResultatsBulletin >= 2000 then
               add 1 to NbResultatsPerdus
               exit paragraph
           end-if.
           perform PreparationGrilleBulletin.
           add 1 to NbResultatsBulletin.
           move NomJoueur of GrilleCourante to NomJoueurResBul(NbResultatsBulletin).
           move IdSyndicatGrille of GrilleCourante to IdSyndicatResBul(NbResultatsBulletin).
           move JeuBulletin to JeuResBul(NbResultatsBulletin).
           move DateTirageLedger to DateResBul(NbResultatsBulletin).
           move NoTirageBulletin to NoTirResBul(NbResultatsBulletin).
           move TypeGrille of GrilleCourante to TypeGrilleResBul(NbResultatsBulletin).
           move TexteGrilleBulletin to TexteGrilleResBul(NbResultatsBulletin).
           move NbNumerosGrille to NbNumerosResBul(NbResultatsBulletin).
           move RangGainLedger to RangResBul(NbResultatsBulletin).
           move GainLedger to GainResBul(NbResultatsBulletin).
           move "O" to MontantConnuResBul(NbResultatsBulletin).
           evaluate true
               when JeuBulletin = "E"
                   move NbEtoilesGrille to NbEtoilesResBul(NbResultatsBulletin)
               when JeuBulletin = "L" and NoTirageBulletin = 2
                   move 0 to NbEtoilesResBul(NbResultatsBulletin)
               when JeuBulletin = "L"
                   move ChanceGrilleOK to NbEtoilesResBul(NbResultatsBulletin)
                   move NbNumerosGrille to NbBonsBacktest
                   move ChanceGrilleOK to NbEtoilesBacktest
                   perform RangLotoBacktest
                   move RangBacktest to RangResBul(NbResultatsBulletin)
                   move 0 to GainResBul(NbResultatsBulletin)
                   move "N" to MontantConnuResBul(NbResultatsBulletin)
               when other
                   move ChanceGrilleOK to NbEtoilesResBul(NbResultatsBulletin)
      ***** Rangs EuroDreams : 6 bons + dream = 1, 6 bons = 2 ... 2 bons = 6 *****
                   evaluate true
                       when NbNumerosGrille = 6 and ChanceGrilleOK = 1
                           move 1 to RangResBul(NbResultatsBulletin)
                       when NbNumerosGrille >= 2
                           compute RangResBul(NbResultatsBulletin) = 8 - NbNumerosGrille
                       when other
                           move 0 to RangResBul(NbResultatsBulletin)
                   end-evaluate
                   move 0 to GainResBul(NbResultatsBulletin)
                   move "N" to MontantConnuResBul(NbResultatsBulletin)
           end-evaluate.

      ***** Grille mise en forme pour le bulletin, numeros et etoiles (chance, dream) *****
      ***** sortis entre crochets : "[07] 12 [23] 34  45  | [03] 09 " *****
       PreparationGrilleBulletin.
           if TypeGrille of GrilleCourante = "M" or TypeGrille of GrilleCourante = "R" then
               move NumerosGrille of GrilleCourante to NumerosGrille-Zone
               move EtoilesGrille of GrilleCourante to EtoilesGrille-Zone
           else
               move zeros to NumerosGrille-Zone
               move zeros to EtoilesGrille-Zone
               move GNum1 of GrilleCourante to NumeroGrilleZ(1)
               move GNum2 of GrilleCourante to NumeroGrilleZ(2)
               move GNum3 of GrilleCourante to NumeroGrilleZ(3)
               move GNum4 of GrilleCourante to NumeroGrilleZ(4)
               move GNum5 of GrilleCourante to NumeroGrilleZ(5)
               if JeuBulletin = "D" then
                   move GEtoile1 of GrilleCourante to NumeroGrilleZ(6)
                   move GEtoile2 of GrilleCourante to EtoileGrilleZ(1)
               else
                   move GEtoile1 of GrilleCourante to EtoileGrilleZ(1)
                   if JeuBulletin = "E" then
                       move GEtoile2 of GrilleCourante to EtoileGrilleZ(2)
                   end-if
               end-if
           end-if.

           move spaces to TexteGrilleBulletin.
           move 1 to PointeurBulletin.
           perform varying Bul-j from 1 by 1 until Bul-j > 10
               if NumeroGrilleZ(Bul-j) not = 0
                   move 0 to BonBulletin
                   if JeuBulletin = "D"
                       perform varying Bul-s from 1 by 1 until Bul-s > 6
                           if NumeroGrilleZ(Bul-j) = DrawDreamsNumero-Valeur(Bul-s)
                               move 1 to BonBulletin
                           end-if
                       end-perform
                   else
                       perform varying Bul-s from 1 by 1 until Bul-s > 5
                           if NumeroGrilleZ(Bul-j) = DrawNumero-Valeur(Bul-s)
                               move 1 to BonBulletin
                           end-if
                       end-perform
                   end-if
                   move NumeroGrilleZ(Bul-j) to NumeroBulletinEd
                   perform AjoutNumeroBulletin
               end-if
           end-perform.

      ***** Le second tirage Loto n'a pas de numero chance : rien a marquer *****
           string " |" delimited by size into TexteGrilleBulletin
               with pointer PointeurBulletin
           end-string.
           perform varying Bul-j from 1 by 1 until Bul-j > 5
               if EtoileGrilleZ(Bul-j) not = 0
                   move 0 to BonBulletin
                   evaluate true
                       when JeuBulletin = "E"
                           if EtoileGrilleZ(Bul-j) = DrawEtoile-Valeur(1) or
                              EtoileGrilleZ(Bul-j) = DrawEtoile-Valeur(2)
                               move 1 to BonBulletin
                           end-if
                       when JeuBulletin = "L"
                           if NoTirageBulletin = 1 and
                              EtoileGrilleZ(Bul-j) = numChance of TirageLoto
                               move 1 to BonBulletin
                           end-if
                       when other
                           if EtoileGrilleZ(Bul-j) = numDream of TirageEuroDreams
                               move 1 to BonBulletin
                           end-if
                   end-evaluate
                   move EtoileGrilleZ(Bul-j) to NumeroBulletinEd
                   perform AjoutNumeroBulletin
               end-if
           end-perform.

      ***** Un numero sur 4 positions, entre crochets s'il est sorti *****
       AjoutNumeroBulletin.
           if BonBulletin = 1 then
               string "[" NumeroBulletinEd "]" delimited by size into TexteGrilleBulletin
                   with pointer PointeurBulletin
               end-string
           else
               string " " NumeroBulletinEd " " delimited by size into TexteGrilleBulletin
                   with pointer PointeurBulletin
               end-string
           end-if.

      ***** Edition des bulletins de la tournee d'import, un par joueur ayant des grilles *****
      ***** actives ou des parts d'un syndicat qui en a ; le nombre de bulletins produits *****
      ***** part au journal des batchs sous le mode "BULLETINS" *****
       ProductionBulletinsJoueurs.
           move 0 to NbBulletinsProduits.
           if NbTiragesBulletin = 0 then
               exit paragraph
           end-if.
           move ModeBatch to ModeBatchBulletinSvg.
           move "BULLETINS" to ModeBatch.
           perform OuvertureJournalBatch.
           move ModeBatchBulletinSvg to ModeBatch.

      ***** Fenetre des fins de validite signalees : de J-7 a J+14 *****
           exec sql
               select convert(char(8), getdate(), 112),
                      convert(char(8), dateadd(day, -7, getdate()), 112),
                      convert(char(8), dateadd(day, 14, getdate()), 112)
               into :DateJourBulletin, :DebutEcheanceBulletin, :FinEcheanceBulletin
           end-exec.
           move Jour of DateSysteme to JourBulEd of LigneBulEntete1.
           move Mois of DateSysteme to MoisBulEd of LigneBulEntete1.
           move Annee of DateSysteme to AnneeBulEd of LigneBulEntete1.
           move Jour of DateSysteme to JourMailEd of LigneBulMailObjet.
           move Mois of DateSysteme to MoisMailEd of LigneBulMailObjet.
           move Annee of DateSysteme to AnneeMailEd of LigneBulMailObjet.

           open output F-BulletinsJoueurs.
           open output F-BulletinsMail.
           exec sql
               declare Cursor-DestinatairesBulletin cursor for
                   select NomJoueur from GrilleJoueur
                   where Actif = 'A'
                     and NomJoueur not in (select NomSyndicat from Syndicat)
                   union
                   select M.NomJoueur from MembreSyndicat M, GrilleJoueur G
                   where M.IdSyndicat = G.IdSyndicat and G.Actif = 'A' and M.NbParts > 0
                   order by 1
           end-exec.
           exec sql
               open Cursor-DestinatairesBulletin
           end-exec.

           move 0 to BoucleurBulletins.
           perform EditionBulletinJoueur until BoucleurBulletins = 1.

           exec sql
               close Cursor-DestinatairesBulletin
           end-exec.
           close F-BulletinsJoueurs.
           close F-BulletinsMail.

           move NbBulletinsProduits to NbLignesJournalFdj.
           perform ClotureJournalBatch.

      ***** Tournee suivante : tables des tirages et des scores remises a vide *****
           move 0 to NbTiragesBulletin.
           move 0 to NbResultatsBulletin.
           move 0 to NbResultatsPerdus.
           move 0 to NbTiragesNonDetailles.

       EditionBulletinJoueur.
           exec sql
               fetch Cursor-DestinatairesBulletin into :NomJoueurBulletin
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbBulletinsProduits
               perform ChargementSyndicatsBulletin
      ***** Entete de page de l'edition, entete A/Objet du message *****
               move NomJoueurBulletin to NomJoueurBulEd of LigneBulEntete2
               write E-BulletinsJoueurs from LigneBulEntete1
               write E-BulletinsJoueurs from LigneBulEntete2
               write E-BulletinsJoueurs from " =============================================================================="
               move NomJoueurBulletin to NomJoueurMailEd of LigneBulMailA
               write E-BulletinsMail from LigneBulMailA
               write E-BulletinsMail from LigneBulMailObjet
               write E-BulletinsMail from " "
               move spaces to LigneBulletin
               string "Bonjour " delimited by size
                      NomJoueurBulletin delimited by "  "
                      "," delimited by size
                   into LigneBulletin
               end-string
               write E-BulletinsMail from LigneBulletin
               perform EcritureTiragesBulletin
               perform EcritureSoldeBulletin
               perform EcritureEcheancesBulletin
      ***** Fin de page de l'edition, fin de message balisee pour l'envoi *****
               write E-BulletinsJoueurs from " "
               write E-BulletinsJoueurs from " =============================================================================="
               write E-BulletinsJoueurs from " "
               write E-BulletinsMail from " "
               write E-BulletinsMail from "----- FIN DU MESSAGE -----"
               write E-BulletinsMail from " "
           else
               move 1 to BoucleurBulletins
           end-if.

      ***** Syndicats dont le joueur porte des parts : leurs grilles sont aussi les siennes *****
       ChargementSyndicatsBulletin.
           move 0 to NbSyndicatsBulletin.
           exec sql
               declare Cursor-SyndicatsBulletin cursor for
                   select convert(varchar(36), IdSyndicat) from MembreSyndicat
                   where NomJoueur = :NomJoueurBulletin and NbParts > 0
           end-exec.
           exec sql
               open Cursor-SyndicatsBulletin
           end-exec.

           move 0 to BoucleurSyndicatsBul.
           perform LectureSyndicatBulletin until BoucleurSyndicatsBul = 1.

           exec sql
               close Cursor-SyndicatsBulletin
           end-exec.

       LectureSyndicatBulletin.
           exec sql
               fetch Cursor-SyndicatsBulletin into :IdSyndicatBulletin
           end-exec.
           if (SQLCODE = 0 or SQLCODE = 1) and NbSyndicatsBulletin < 20 then
               add 1 to NbSyndicatsBulletin
               move IdSyndicatBulletin to IdSyndicatBul(NbSyndicatsBulletin)
           else
               move 1 to BoucleurSyndicatsBul
           end-if.

      ***** Une ligne du bulletin, dans l'edition imprimable et dans le message *****
       EcritureLigneBulletin.
           write E-BulletinsJoueurs from LigneBulletin.
           write E-BulletinsMail from LigneBulletin.

      ***** Chaque tirage frais suivi des grilles du joueur qui l'ont joue *****
       EcritureTiragesBulletin.
           move spaces to LigneBulletin.
           perform EcritureLigneBulletin.
           move " Tirages importes et vos grilles" to LigneBulletin.
           perform EcritureLigneBulletin.
           move " --------------------------------" to LigneBulletin.
           perform EcritureLigneBulletin.
           move 0 to NbGrillesBulletin.
           perform EcritureTirageBulletin varying Bul-t from 1 by 1
               until Bul-t > NbTiragesBulletin.

           if NbTiragesNonDetailles > 0 then
               move spaces to LigneBulletin
               move NbTiragesNonDetailles to NbTiragesNonDetaillesEd
               string "  + " delimited by size
                      NbTiragesNonDetaillesEd delimited by size
                      " autre(s) tirage(s) importe(s), voir ResultatsGrilles.txt"
                          delimited by size
                   into LigneBulletin
               end-string
               perform EcritureLigneBulletin
           end-if.
           if NbResultatsPerdus > 0 then
               move "  Bulletin incomplet, voir aussi ResultatsGrilles.txt" to LigneBulletin
               perform EcritureLigneBulletin
           end-if.
           if NbGrillesBulletin = 0 then
               move "  Aucune de vos grilles actives ne jouait ces tirages" to LigneBulletin
               perform EcritureLigneBulletin
           end-if.

       EcritureTirageBulletin.
           evaluate true
               when JeuTirBul(Bul-t) = "E"
                   move "Euromillions" to JeuTirBulEd of LigneBulTirage
               when JeuTirBul(Bul-t) = "L" and NoTirBul(Bul-t) = 2
                   move "Loto 2nd tir." to JeuTirBulEd of LigneBulTirage
               when JeuTirBul(Bul-t) = "L"
                   move "Loto" to JeuTirBulEd of LigneBulTirage
               when other
                   move "EuroDreams" to JeuTirBulEd of LigneBulTirage
           end-evaluate.
           move DateTirBul(Bul-t) to DateTirBulEd of LigneBulTirage.
           move TexteTirBul(Bul-t) to TexteTirBulEd of LigneBulTirage.
           move spaces to LigneBulletin.
           perform EcritureLigneBulletin.
           move LigneBulTirage to LigneBulletin.
           perform EcritureLigneBulletin.
           perform EcritureResultatBulletin varying Bul-i from 1 by 1
               until Bul-i > NbResultatsBulletin.

      ***** Score d'une grille du joueur (ou de l'un de ses syndicats) sur ce tirage *****
       EcritureResultatBulletin.
           if JeuResBul(Bul-i) not = JeuTirBul(Bul-t) or
              DateResBul(Bul-i) not = DateTirBul(Bul-t) or
              NoTirResBul(Bul-i) not = NoTirBul(Bul-t) then
               exit paragraph
           end-if.
           move "N" to GrilleDuJoueur.
           if NomJoueurResBul(Bul-i) = NomJoueurBulletin then
               move "O" to GrilleDuJoueur
           end-if.
           if IdSyndicatResBul(Bul-i) not = spaces then
               perform varying Bul-s from 1 by 1 until Bul-s > NbSyndicatsBulletin
                   if IdSyndicatBul(Bul-s) = IdSyndicatResBul(Bul-i)
                       move "O" to GrilleDuJoueur
                   end-if
               end-perform
           end-if.
           if GrilleDuJoueur = "N" then
               exit paragraph
           end-if.

           add 1 to NbGrillesBulletin.
           move TexteGrilleResBul(Bul-i) to TexteGrilleBulEd of LigneBulGrille.
           move LigneBulGrille to LigneBulletin.
           perform EcritureLigneBulletin.

           move NbNumerosResBul(Bul-i) to NbNumerosBulEd of LigneBulScore.
           move NbEtoilesResBul(Bul-i) to NbEtoilesBulEd of LigneBulScore.
           evaluate true
               when JeuResBul(Bul-i) = "E"
                   move "Etoiles : " to LibelleEtoileBulEd of LigneBulScore
               when JeuResBul(Bul-i) = "L" and NoTirResBul(Bul-i) = 2
                   move spaces to LibelleEtoileBulEd of LigneBulScore
                   move spaces to NbEtoilesBulEd of LigneBulScore
               when JeuResBul(Bul-i) = "L"
                   move "Chance : " to LibelleEtoileBulEd of LigneBulScore
               when other
                   move "Dream : " to LibelleEtoileBulEd of LigneBulScore
           end-evaluate.
           move RangResBul(Bul-i) to RangBulEd of LigneBulScore.
           move spaces to MontantBulEd of LigneBulScore.
           if RangResBul(Bul-i) = 0 then
               move "Pas de gain" to LibelleRangBulEd of LigneBulScore
           else
               if TypeGrilleResBul(Bul-i) = "M" or TypeGrilleResBul(Bul-i) = "R" then
                   move "Meilleur rang :" to LibelleRangBulEd of LigneBulScore
               else
                   move "Rang :" to LibelleRangBulEd of LigneBulScore
               end-if
               if MontantConnuResBul(Bul-i) = "O" then
                   move GainResBul(Bul-i) to GainBulletinEd
                   string GainBulletinEd " EUR" delimited by size
                       into MontantBulEd of LigneBulScore
                   end-string
               else
                   move "  non charge" to MontantBulEd of LigneBulScore
               end-if
           end-if.
           move LigneBulScore to LigneBulletin.
           perform EcritureLigneBulletin.

      ***** Solde cumule du joueur au ledger (ses grilles et ses quotes-parts de syndicat) *****
       EcritureSoldeBulletin.
           move 0 to MisesBulletin.
           move 0 to GainsBulletin.
           exec sql
               select ISNULL(sum(Mise), 0), ISNULL(sum(Gain), 0)
               into :MisesBulletin, :GainsBulletin
               from LedgerJoueur
               where NomJoueur = :NomJoueurBulletin
           end-exec.
           compute SoldeBulletin = GainsBulletin - MisesBulletin.

           move spaces to LigneBulletin.
           perform EcritureLigneBulletin.
           move " Votre solde mises / gains" to LigneBulletin.
           perform EcritureLigneBulletin.
           move " --------------------------" to LigneBulletin.
           perform EcritureLigneBulletin.
           move "Mises cumulees ......:" to LibelleSoldeBulEd of LigneBulSolde.
           move MisesBulletin to MontantSoldeBulEd of LigneBulSolde.
           move LigneBulSolde to LigneBulletin.
           perform EcritureLigneBulletin.
           move "Gains cumules .......:" to LibelleSoldeBulEd of LigneBulSolde.
           move GainsBulletin to MontantSoldeBulEd of LigneBulSolde.
           move LigneBulSolde to LigneBulletin.
           perform EcritureLigneBulletin.
           move "Solde ...............:" to LibelleSoldeBulEd of LigneBulSolde.
           move SoldeBulletin to MontantSoldeBulEd of LigneBulSolde.
           move LigneBulSolde to LigneBulletin.
           perform EcritureLigneBulletin.

      ***** Grilles du joueur suspendues, ou actives dont la fin de validite tombe dans *****
      ***** la fenetre de J-7 a J+14 *****
       EcritureEcheancesBulletin.
           move spaces to LigneBulletin.
           perform EcritureLigneBulletin.
           move " Grilles suspendues ou en fin de validite" to LigneBulletin.
           perform EcritureLigneBulletin.
           move " ----------------------------------------" to LigneBulletin.
           perform EcritureLigneBulletin.
           move 0 to NbEcheancesBulletin.
           exec sql
               declare Cursor-EcheancesBulletin cursor for
                   select Jeu, Num1, Num2, Num3, Num4, Num5, Etoile1, Etoile2, Actif,
                          ISNULL(DateFinValidite, ' ')
                   from GrilleJoueur
                   where (NomJoueur = :NomJoueurBulletin
                          or IdSyndicat in (select IdSyndicat from MembreSyndicat
                                            where NomJoueur = :NomJoueurBulletin
                                              and NbParts > 0))
                     and (Actif = 'S'
                          or (Actif = 'A' and DateFinValidite is not null
                              and DateFinValidite between :DebutEcheanceBulletin
                                                      and :FinEcheanceBulletin))
                   order by Jeu, Num1
           end-exec.
           exec sql
               open Cursor-EcheancesBulletin
           end-exec.

           move 0 to BoucleurEcheances.
           perform LectureEcheanceBulletin until BoucleurEcheances = 1.

           exec sql
               close Cursor-EcheancesBulletin
           end-exec.
           if NbEcheancesBulletin = 0 then
               move "  Aucune" to LigneBulletin
               perform EcritureLigneBulletin
           end-if.

       LectureEcheanceBulletin.
           exec sql
               fetch Cursor-EcheancesBulletin into :EcheanceCourante.JeuEch,
                   :EcheanceCourante.Num1Ech, :EcheanceCourante.Num2Ech,
                   :EcheanceCourante.Num3Ech, :EcheanceCourante.Num4Ech,
                   :EcheanceCourante.Num5Ech, :EcheanceCourante.Etoile1Ech,
                   :EcheanceCourante.Etoile2Ech, :EcheanceCourante.ActifEch,
                   :EcheanceCourante.FinValiditeEch
           end-exec.
           if SQLCODE = 0 or SQLCODE = 1 then
               add 1 to NbEcheancesBulletin
               move spaces to TexteEchBulEd of LigneBulEcheance
               evaluate JeuEch
                   when "E"
                       move "Euromillions" to JeuEchBulEd of LigneBulEcheance
                       string Num1Ech " " Num2Ech " " Num3Ech " " Num4Ech " " Num5Ech
                              " | " Etoile1Ech " " Etoile2Ech
                           delimited by size into TexteEchBulEd of LigneBulEcheance
                       end-string
                   when "L"
                       move "Loto" to JeuEchBulEd of LigneBulEcheance
                       string Num1Ech " " Num2Ech " " Num3Ech " " Num4Ech " " Num5Ech
                              " | " Etoile1Ech
                           delimited by size into TexteEchBulEd of LigneBulEcheance
                       end-string
                   when other
                       move "EuroDreams" to JeuEchBulEd of LigneBulEcheance
                       string Num1Ech " " Num2Ech " " Num3Ech " " Num4Ech " " Num5Ech
                              " " Etoile1Ech " | " Etoile2Ech
                           delimited by size into TexteEchBulEd of LigneBulEcheance
                       end-string
               end-evaluate
               move spaces to StatutEchBulEd of LigneBulEcheance
               evaluate true
                   when ActifEch = "S"
                       move "suspendue" to StatutEchBulEd of LigneBulEcheance
                   when FinValiditeEch < DateJourBulletin
                       string "echue le " FinValiditeEch(7:2) "/" FinValiditeEch(5:2) "/"
                              FinValiditeEch(1:4)
                           delimited by size into StatutEchBulEd of LigneBulEcheance
                       end-string
                   when other
                       string "valable jusqu'au " FinValiditeEch(7:2) "/"
                              FinValiditeEch(5:2) "/" FinValiditeEch(1:4)
                           delimited by size into StatutEchBulEd of LigneBulEcheance
                       end-string
               end-evaluate
               move LigneBulEcheance to LigneBulletin
               perform EcritureLigneBulletin
           else
               move 1 to BoucleurEcheances
           end-if.

      ***** Import sans surveillance des repertoires de depot : "IMPORT" pour les trois *****
      ***** jeux, "IMPORTE", "IMPORTL" ou "IMPORTD" pour un seul *****
       ImportationBatch.
           move 0 to NbTiragesImportesRun.
           if ModeBatch(7:1) = " " or ModeBatch(7:1) = "E" then
               perform Euromillions-Importation-Depot
           end-if.
           if ModeBatch(7:1) = " " or ModeBatch(7:1) = "L" then
               perform Loto-Importation-Depot
           end-if.
           if ModeBatch(7:1) = " " or ModeBatch(7:1) = "D" then
               perform EuroDreams-Importation-Depot
           end-if.
           perform FermetureFichiersDepot.

      ***** Fichiers de compte rendu d'une tournee de depot : resume, rejets et resultats *****
      ***** des grilles, ouverts au premier besoin et fermes une fois toute la tournee faite *****
       FermetureFichiersDepot.
           if ResumeDepot-Ouvert = "O" then
               close F-ResumeDepot
               move "N" to ResumeDepot-Ouvert
           end-if.
           if RejetsTirages-Ouvert = "O" then
               close F-RejetsTirages
               move "N" to RejetsTirages-Ouvert
           end-if.
           if ResultatsGrilles-Ouvert = "O" then
               close F-ResultatsGrilles
               move "N" to ResultatsGrilles-Ouvert
           end-if.

      **************************************************************************************
      ***** Table des garanties des systemes reduits (option 6 du portefeuille) : pour *****
      ***** chaque modele et chaque nombre k de numeros sortis parmi ceux du systeme, le *****
      ***** minimum, sur tous les tirages possibles, du meilleur score de ses grilles *****
      **************************************************************************************
       AffichageGarantiesSystemes.
           display General-Header-Infos.
           display "SYSTEMES REDUITS - TABLE DES GARANTIES" line 3 col 21.
           display "Bons numeros garantis sur au moins une grille quand k numeros du systeme sortent" line 5 col 1.
           display "  Modele  Numeros  Grilles  k=1    k=2    k=3    k=4    k=5" line 7 col 1.
           move 7 to GarantieLigneNo.
           perform ChargementSystemesReduits.
           perform AffichageGarantieSysteme varying Sys-m from 1 by 1
               until Sys-m > NbSystemesReduits.
           display "Prix : nombre de grilles x mise unitaire (x paires d'etoiles jouees)" line 14 col 1.
           display "Tapez Entree pour revenir au menu " line 23 col 2 with no advancing.
           accept MesNumeros-ReponseOfUser.

       AffichageGarantieSysteme.
           perform varying Comp-k from 1 by 1 until Comp-k > 5
               move 9 to GarantieSysteme(Comp-k)
           end-perform.
           compute NbMasques = 2 ** NbNumerosSysteme(Sys-m) - 1.
           perform EvaluationMasqueSysteme varying Masque from 1 by 1
               until Masque > NbMasques.

           move spaces to LigneGarantieEd.
           move CodeSysteme(Sys-m) to CodeSystemeEd of LigneGarantieEd.
           move NbNumerosSysteme(Sys-m) to NbNumerosSysEd of LigneGarantieEd.
           move NbLignesSysteme(Sys-m) to NbLignesSysEd of LigneGarantieEd.
           perform varying Comp-k from 1 by 1 until Comp-k > 5
               move GarantieSysteme(Comp-k) to GarantieValeurEd(Comp-k)
           end-perform.
           add 1 to GarantieLigneNo.
           display LigneGarantieEd line GarantieLigneNo col 1.

      ***** Un ensemble de numeros sortis parmi ceux du systeme (bits du masque) : meilleur *****
      ***** score de ses grilles, garantie = plus petit meilleur score a effectif egal *****
       EvaluationMasqueSysteme.
           move Masque to MasqueTravail.
           move 0 to NbSortisMasque.
           perform varying Sys-p from 1 by 1 until Sys-p > NbNumerosSysteme(Sys-m)
               divide MasqueTravail by 2 giving QuotientMasque remainder BitMasque(Sys-p)
               move QuotientMasque to MasqueTravail
               add BitMasque(Sys-p) to NbSortisMasque
           end-perform.
           if NbSortisMasque > 5 then
               exit paragraph
           end-if.
           move 0 to MeilleurMasque.
           perform varying Sys-l from 1 by 1 until Sys-l > NbLignesSysteme(Sys-m)
               move 0 to BonsLigneComp
               perform varying Sys-p from 1 by 1 until Sys-p > 5
                   add BitMasque(PositionSysteme(Sys-m, Sys-l, Sys-p)) to BonsLigneComp
               end-perform
               if BonsLigneComp > MeilleurMasque
                   move BonsLigneComp to MeilleurMasque
               end-if
           end-perform.
           if MeilleurMasque < GarantieSysteme(NbSortisMasque) then
               move MeilleurMasque to GarantieSysteme(NbSortisMasque)
           end-if.

      **************************************************************************************
      ***** Chargement de la repartition des gains du tirage frais insere : une ligne *****
               move "Numero en double dans le tirage" to MotifRejetTir
           end-if.

      ***** Second tirage et codes gagnants quand le fichier les porte *****
           if TirageValide = "O" and SecondTiragePresent = "O" then
               perform Loto-ValidationSecondTirage
           end-if.
           if TirageValide = "O" and NbCodesGagnants > 0 then
               perform Loto-ValidationCodesGagnants
           end-if.

      ***** Second tirage : 5 numeros distincts de 1 a 49, pas de numero chance *****
       Loto-ValidationSecondTirage.
           if SNum1 is not numeric or SNum2 is not numeric or SNum3 is not numeric or
              SNum4 is not numeric or SNum5 is not numeric then
               move "N" to TirageValide
               move "Second tirage illisible" to MotifRejetTir
               exit paragraph
           end-if.

           if SNum1 < 1 or SNum1 > 49 or SNum2 < 1 or SNum2 > 49 or
              SNum3 < 1 or SNum3 > 49 or SNum4 < 1 or SNum4 > 49 or
              SNum5 < 1 or SNum5 > 49 then
               move "N" to TirageValide
               move "Numero du second tirage hors bornes (attendu 1 a 49)" to MotifRejetTir
               exit paragraph
           end-if.

           if SNum1 = SNum2 or SNum1 = SNum3 or SNum1 = SNum4 or SNum1 = SNum5 or
              SNum2 = SNum3 or SNum2 = SNum4 or SNum2 = SNum5 or
              SNum3 = SNum4 or SNum3 = SNum5 or
              SNum4 = SNum5 then
               move "N" to TirageValide
               move "Numero en double dans le second tirage" to MotifRejetTir
           end-if.

      ***** Codes gagnants : une lettre et deux blocs de 4 chiffres ("A 1234 5678"), pas *****
      ***** deux fois le meme code pour un tirage *****
       Loto-ValidationCodesGagnants.
           perform varying Code-i from 1 by 1 until Code-i > NbCodesGagnants
               move CodeGagnantDepouille(Code-i) to CodeGagnantCourant
               if CodeGagnantCourant(1:1) = space or
                  CodeGagnantCourant(1:1) is not alphabetic-upper or
                  CodeGagnantCourant(2:1) not = space or
                  CodeGagnantCourant(3:4) is not numeric or
                  CodeGagnantCourant(7:1) not = space or
                  CodeGagnantCourant(8:4) is not numeric or
                  CodeGagnantCourant(12:1) not = space
                   move "N" to TirageValide
                   move "Code gagnant mal forme (attendu A 1234 5678)" to MotifRejetTir
               end-if
               perform varying Code-j from 1 by 1 until Code-j >= Code-i
                   if CodeGagnantDepouille(Code-j) = CodeGagnantCourant
                       move "N" to TirageValide
                       move "Code gagnant en double dans le tirage" to MotifRejetTir
                   end-if
               end-perform
           end-perform.

      ***** Date du tirage Loto : champs numeriques, bornes calendaires, lundi/mercredi/samedi *****
       ControleDateTirageLoto.
           if jour of TirageLotoTemp is not numeric or
