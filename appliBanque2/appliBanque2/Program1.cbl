           organization is line sequential
           file status is IdentiteAgence-Status.

      ***** Copie locale en lecture seule des comptes et clients du guichet, refaite chaque *****
      ***** nuit (lancement "COPIELOCALE") : consultee quand le siege est injoignable *****
           select F-CopieLocale assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\CopieLocaleAgence.txt"
           organization is line sequential
           file status is CopieLocale-Status.

      ***** Ouvertures client/compte saisies en mode degrade, au format du fichier d'import, *****
      ***** en attente de resynchronisation avec le siege *****
           select F-AttenteAgence assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\AttenteAgence.csv"
           organization is line sequential
           file status is AttenteAgence-Status.

      ***** Conflits de la resynchronisation (lignes en attente refusees par le siege) *****
           select F-ConflitsResync assign to "C:\Users\thoma\Desktop\Thomas\FormationCobol\exercices-travaux-Cobol\ConflitsResynchroAgence.txt"
           organization is line sequential access sequential.

       data division.
       file section.
       FD F-CLIENT record varying from 0 to 255.
       FD F-IdentiteAgence record varying from 0 to 255.
       01 E-IdentiteAgence pic x(255).

      ***** Copie locale des comptes et clients du guichet *****
       FD F-CopieLocale record varying from 0 to 255.
       01 E-CopieLocale pic x(255).

      ***** Ouvertures en attente de resynchronisation *****
       FD F-AttenteAgence record varying from 0 to 255.
       01 E-AttenteAgence pic x(255).

      ***** Conflits de la resynchronisation *****
       FD F-ConflitsResync record varying from 0 to 255.
       01 E-ConflitsResync pic x(255).

       working-storage section.
       77 ParametresConnexion-Status pic XX.
       01 DateSysteme.
       77 TotalIntermediaire pic 9(15).
       77 CleRibAttendue pic XX.

      ***** Mode degrade : siege injoignable au demarrage (O/N). Le poste consulte alors sa *****
      ***** copie locale et met les ouvertures en attente ; argument de lancement *****
      ***** "COPIELOCALE" pour la copie de nuit *****
       77 ModeBatch pic X(20).
       77 ModeDegrade pic X value "N".
       77 CopieLocale-Status pic XX.
       77 AttenteAgence-Status pic XX.
       77 CopieLocale-Eof pic 9.
       77 AttenteAgence-Eof pic 9.
       77 DateCopieLocale pic X(8).
       77 DateCopieLocaleEd pic X(10).
       77 NbLignesCopieLocale pic 9(6).
       77 NoLigneAttente pic 9(6).
       77 NbAttenteRejouees pic 9(6).
       77 NbConflitsResync pic 9(6).
       77 ConflitsResync-Ouvert pic X value "N".
       77 CopieLocale-Ouverte pic X.
       77 AttenteAgence-Ouvert pic X.
       77 LgRechercheLocale pic 99.
       77 NbOccurrencesNom pic 99.

      ***** Ligne d'entete de la copie locale : date d'extraction et guichet copie *****
       01 LigneCopieEntete.
         10 Filler Pic X(6) value "COPIE;".
         10 DateCopieEnt Pic X(8).
         10 Filler Pic X value ";".
         10 CodeBanqueCopieEnt Pic X(5).
         10 Filler Pic X value ";".
         10 CodeGuichetCopieEnt Pic X(5).

      ***** Ligne de la copie locale : un compte du guichet et son titulaire *****
       01 LigneCopieLocale.
         10 RacineCompteCl Pic X(9).
         10 TypeCompteCl Pic X(2).
         10 CleRibCl Pic X(2).
         10 DeviseCl Pic X(3).
         10 NomCl Pic X(30).
         10 PrenomCl Pic X(30).
         10 CodePostalCl Pic X(5).
         10 VilleCl Pic X(30).
         10 DebitCl Pic 9(12)V99.
         10 CreditCl Pic 9(12)V99.

      ***** Ouverture client/compte saisie a l'agence ; la ligne est construite au format *****
      ***** du fichier d'import (montants en centimes) pour passer par ValidationImport *****
       77 IntituleSaisiAg pic X(5).
       77 NomSaisiAg pic X(30).
       77 PrenomSaisiAg pic X(30).
       77 CodePostalSaisiAg pic X(5).
       77 VilleSaisiAg pic X(30).
       77 RacineSaisiAg pic X(9).
       77 TypeSaisiAg pic X(2).
       77 DeviseSaisiAg pic X(3).
       77 DepotSaisiAg pic 9(4)V99.
       77 DepotCentimesAg pic 9(6).
       77 CleRibSaisiAg pic XX.
       77 LigneOuvertureAgence pic X(255).

      * Déclaration des variables SQL Server
       77 CNXDB STRING.
           EXEC SQL
         10 line 10 col 5 value "- 3 - Liste des comptes .......................................... :".
         10 line 11 col 5 value "- 4 - Controle des cles RIB ...................................... :".
         10 line 12 col 5 value "- 5 - Gestion des clients ........................................ :".
         10 line 13 col 5 value "- 6 - Ouverture client / compte .................................. :".
         10 line 14 col 5 value "- 7 - Reconnexion et resynchronisation avec le siege ............. :".
         10 line 16 col 5 value "- 0 - Retour au menu appelant .................................... :".

      ***** Bandeau du mode degrade, affiche sous le menu tant que le siege est injoignable *****
       01 menu-degrade background-color is CouleurCaractere foreground-color is CouleurFondEcran.
         10 line 19 col 1 pic X(80) value " MODE DEGRADE - SIEGE INJOIGNABLE".
         10 line 20 col 1 pic X(80) value " Consultation sur la copie locale, ouvertures en attente de resynchronisation".
         10 line 21 col 1 value " Copie locale du : ".
         10 line 21 col 20 from DateCopieLocaleEd.
         10 line 21 col 30 pic X(51) value " ".

       01 ListeBanque-E background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line noLigne col 18 from CleRibAg of LigneCompteAgence.
         10 line noLigne col 31 from CleRibAttendue.

      ***** Ouverture d'un client et de son compte au guichet de l'agence *****
       01 OuvertureAgence-Saisie background-color is CouleurFondEcran foreground-color is CouleurCaractere.
         10 line 1 col 1 blank screen.
         10 line 3 col 27 value "OUVERTURE CLIENT / COMPTE".
         10 line 4 col 2 value "Banque :".
         10 line 4 col 11 from CodeBanqueAgence.
         10 line 4 col 20 value "Guichet :".
         10 line 4 col 30 from CodeGuichetAgence.
         10 line 6 col 2 value "Intitule ..........................:".
         10 line 6 col 40 using IntituleSaisiAg.
         10 line 7 col 2 value "Nom ...............................:".
         10 line 7 col 40 using NomSaisiAg.
         10 line 8 col 2 value "Prenom ............................:".
         10 line 8 col 40 using PrenomSaisiAg.
         10 line 9 col 2 value "Code postal .......................:".
         10 line 9 col 40 using CodePostalSaisiAg.
         10 line 10 col 2 value "Ville .............................:".
         10 line 10 col 40 using VilleSaisiAg.
         10 line 12 col 2 value "Racine du compte ..................:".
         10 line 12 col 40 using RacineSaisiAg.
         10 line 13 col 2 value "Type de compte ....................:".
         10 line 13 col 40 using TypeSaisiAg.
         10 line 14 col 2 value "Devise (vide = EUR) ...............:".
         10 line 14 col 40 using DeviseSaisiAg.
         10 line 15 col 2 value "Depot initial .....................:".
         10 line 15 col 40 using DepotSaisiAg pic Z(3)9V,99.

       procedure division.

      **********************************************************************
       Menu-Init.
           move 1 to Option.
           accept DateSysteme from date.
      ***** Argument de lancement : "COPIELOCALE" pour la copie locale de nuit *****
           move spaces to ModeBatch.
           accept ModeBatch from command-line.

      * Connexion à la base de données (chaine de connexion externalisee dans un fichier de controle)
           perform LectureParametresConnexion.
           perform LectureIdentiteAgence.

      ***** Siege injoignable : le poste demarre en mode degrade sur sa copie locale *****
           move "N" to ModeDegrade.
           exec sql
               Connect using :CnxDb
           end-exec.
           if (sqlcode not equal 0) then
               if ModeBatch <> spaces then
                   stop run
               end-if
               perform PassageModeDegrade
               exit paragraph
           end-if.

           exec sql
               SET AUTOCOMMIT ON
           end-exec.

           if ModeBatch(1:11) = "COPIELOCALE" then
               perform ExtractionCopieLocale
               stop run
           end-if.

      ***** Des que le siege repond, les ouvertures restees en attente sont rejouees *****
           perform ResynchronisationAgence.

      ***** Chaine de connexion externalisee dans un fichier de controle *****
       LectureParametresConnexion.
           MOVE
       Menu-Trt.
           move 0 to Option.
           display menu-client.
           if ModeDegrade = "O" then
               display menu-degrade
           end-if.
           accept Option line 5 col 79.

           evaluate Option
               when 1
                   if ModeDegrade = "O" then
                       perform RefusModeDegrade
                   else
                       perform ImportFichier
                   end-if
               when 2
                   if ModeDegrade = "O" then
                       perform RefusModeDegrade
                   else
                       perform ListeBanque
                   end-if
               when 3
                   if ModeDegrade = "O" then
                       perform ListeCompteLocale
                   else
                       perform ListeCompte
                   end-if
               when 4
                   if ModeDegrade = "O" then
                       perform RefusModeDegrade
                   else
                       perform ControleCleRib
                   end-if
               when 5
                   if ModeDegrade = "O" then
                       perform GestionClientLocale
                   else
                       perform GestionClient
                   end-if
               when 6
                   perform OuvertureAgence
               when 7
                   perform ReconnexionSiege
           end-evaluate.

       Menu-Fin.
               exit paragraph
           end-if.

           perform EnregistrementLigneImport.
           if LigneImportValide = "N" then
               perform EcritureRejetImport
           end-if.

      ****************************************************************************************
      ***** EnregistrementLigneImport : client (rapproche ou cree), compte et mouvement *****
      ***** d'ouverture d'une ligne validee par ValidationImport ; partage par l'import et *****
      ***** par la resynchronisation des ouvertures saisies en mode degrade *****
      ****************************************************************************************
       EnregistrementLigneImport.
           move IntituleImp to Intitule of CLIENT.
           move NomImp to Nom of CLIENT.
           move PrenomImp to Prenom of CLIENT.
           else
               move "Echec de l'insertion du compte en base (voir SqlCode)" to MotifRejetImp
               move "N" to LigneImportValide
           end-if.

      ****************************************************************************************
               end-if
           end-if.


      **********************************************************************
      ******* Mode degrade *************************************************
      ***** Siege injoignable au demarrage : le poste ne s'arrete plus, il *
      ***** consulte la copie locale de son guichet (listes et recherche ***
      ***** de clients) et met les ouvertures en attente ; les fonctions ***
      ***** qui ecrivent au siege ou lisent ses referentiels sont refusees *
      **********************************************************************
       PassageModeDegrade.
           move "O" to ModeDegrade.
           perform LectureEnteteCopieLocale.
           display " ** Siege injoignable : demarrage en mode degrade sur la copie locale ** " line 25 col 1 bell.

      ***** Date d'extraction de la copie locale, pour le bandeau du mode degrade *****
       LectureEnteteCopieLocale.
           move spaces to DateCopieLocale.
           move "absente" to DateCopieLocaleEd.
           open input F-CopieLocale.
           if CopieLocale-Status = "00" then
               read F-CopieLocale
                   not at end
                       move E-CopieLocale to LigneCopieEntete
                       move DateCopieEnt to DateCopieLocale
               end-read
               close F-CopieLocale
           end-if.
           if DateCopieLocale <> spaces then
               string DateCopieLocale(7:2) "/" DateCopieLocale(5:2) "/" DateCopieLocale(1:4)
                   delimited by size into DateCopieLocaleEd
               end-string
           end-if.

       RefusModeDegrade.
           display " ** Fonction indisponible en mode degrade (siege injoignable) ** " line 25 col 1 bell.

      **********************************************************************
      ******* Copie locale de nuit (lancement "COPIELOCALE") ***************
      ***** Comptes du guichet de l'agence et leur titulaire, avec une *****
      ***** ligne d'entete datee ; la copie precedente est remplacee *******
      **********************************************************************
       ExtractionCopieLocale.
           move 0 to NbLignesCopieLocale.
           open output F-CopieLocale.
           accept DateCopieEnt from date yyyymmdd.
           move CodeBanqueAgence to CodeBanqueCopieEnt.
           move CodeGuichetAgence to CodeGuichetCopieEnt.
           write E-CopieLocale from LigneCopieEntete.

           exec sql
               declare C-CopieLocale cursor for
                   select Compte.RacineCompte, Compte.TypeCompte, Compte.CleRib,
                          ISNULL(Compte.Devise, 'EUR'),
                          ISNULL(Client.Nom, ' '), ISNULL(Client.Prenom, ' '),
                          ISNULL(Client.CodePostal, ' '), ISNULL(Client.Ville, ' '),
                          Compte.Debit, Compte.Credit
                   from Compte
                   left join Client on Client.CodeClient = Compte.CodeClient
                   where (:CodeBanqueAgence = ' ' or Compte.CodeBanque = :CodeBanqueAgence)
                     and (:CodeGuichetAgence = ' ' or Compte.CodeGuichet = :CodeGuichetAgence)
                   order by Compte.RacineCompte, Compte.TypeCompte
           end-exec.
           exec sql
               open C-CopieLocale
           end-exec.

           move 0 to CopieLocale-Eof.
           perform EcritureLigneCopieLocale until CopieLocale-Eof = 1.

           exec sql
               close C-CopieLocale
           end-exec.
           close F-CopieLocale.

       EcritureLigneCopieLocale.
           exec sql
               fetch C-CopieLocale into :LigneCompteAgence.RacineCompteAg,
                   :LigneCompteAgence.TypeCompteAg,
                   :LigneCompteAgence.CleRibAg,
                   :LigneCompteAgence.DeviseAg,
                   :LigneClientAgence.NomCliAg,
                   :LigneClientAgence.PrenomCliAg,
                   :LigneClientAgence.CodePostalCliAg,
                   :LigneClientAgence.VilleCliAg,
                   :LigneCompteAgence.DebitAg,
                   :LigneCompteAgence.CreditAg
           end-exec.
           if SqlCode <> 0 and SqlCode <> 1 then
               move 1 to CopieLocale-Eof
               exit paragraph
           end-if.
           move RacineCompteAg to RacineCompteCl.
           move TypeCompteAg to TypeCompteCl.
           move CleRibAg to CleRibCl.
           move DeviseAg to DeviseCl.
           move NomCliAg to NomCl.
           move PrenomCliAg to PrenomCl.
           move CodePostalCliAg to CodePostalCl.
           move VilleCliAg to VilleCl.
           move DebitAg to DebitCl.
           move CreditAg to CreditCl.
           write E-CopieLocale from LigneCopieLocale.
           add 1 to NbLignesCopieLocale.

      **********************************************************************
      ******* Liste des comptes sur la copie locale (mode degrade) *********
      **********************************************************************
       ListeCompteLocale.
           perform ListeCompteLocale-Init.
           perform ListeCompteLocale-Trt until ListeCompte-Eof = 1.
           perform ListeCompteLocale-Fin.

       ListeCompteLocale-Init.
           move 0 to ListeCompte-Eof.
           move "N" to CopieLocale-Ouverte.
           open input F-CopieLocale.
           if CopieLocale-Status <> "00" then
               display " ** Copie locale absente : consultation impossible ** " line 25 col 1 bell
               move 1 to ListeCompte-Eof
               exit paragraph
           end-if.
           move "O" to CopieLocale-Ouverte.
      ***** La premiere ligne est l'entete de la copie *****
           read F-CopieLocale
               at end
                   move 1 to ListeCompte-Eof
           end-read.

           display ListeCompte-E.
           display " MODE DEGRADE - copie locale du " line 2 col 20 with no advancing.
           display DateCopieLocaleEd line 2 col 52.
           move 5 to NoLigne.

       ListeCompteLocale-Trt.
           read F-CopieLocale
               at end
                   move 1 to ListeCompte-Eof
                   display "Fin de la liste des comptes (copie locale) - Tapez Entree " line 1 col 1 with no advancing
                   accept reponse
               not at end
                   move E-CopieLocale to LigneCopieLocale
                   move RacineCompteCl to RacineCompteAg
                   move TypeCompteCl to TypeCompteAg
                   move CleRibCl to CleRibAg
                   move DeviseCl to DeviseAg
                   move NomCl to NomClientAg
                   move DebitCl to DebitAg
                   move CreditCl to CreditAg
                   perform AffichageLigneCompteAg
           end-read.

       ListeCompteLocale-Fin.
           if CopieLocale-Ouverte = "O" then
               close F-CopieLocale
           end-if.

      **********************************************************************
      ******* Recherche des clients sur la copie locale (mode degrade) *****
      ***** Le nom saisi est recherche tel quel dans le nom du client ; ****
      ***** le joker * arrete la partie comparee **************************
      **********************************************************************
       GestionClientLocale.
           perform GestionClientLocale-Init.
           perform GestionClientLocale-Trt until GestionClient-Eof = 1.
           perform GestionClientLocale-Fin.

       GestionClientLocale-Init.
           move 0 to GestionClient-Eof.
           move " " to NomClientRecherche.
           display GestionClient-Saisie.
           accept GestionClient-Saisie.

           move 0 to LgRechercheLocale.
           inspect NomClientRecherche tallying LgRechercheLocale
               for characters before initial "*".
           move 0 to NbOccurrencesNom.
           inspect NomClientRecherche tallying NbOccurrencesNom
               for characters before initial " ".
           if NbOccurrencesNom < LgRechercheLocale then
               move NbOccurrencesNom to LgRechercheLocale
           end-if.

           move "N" to CopieLocale-Ouverte.
           open input F-CopieLocale.
           if CopieLocale-Status <> "00" then
               display " ** Copie locale absente : consultation impossible ** " line 25 col 1 bell
               move 1 to GestionClient-Eof
               exit paragraph
           end-if.
           move "O" to CopieLocale-Ouverte.
           read F-CopieLocale
               at end
                   move 1 to GestionClient-Eof
           end-read.

           display GestionClient-E.
           display " MODE DEGRADE - copie locale du " line 2 col 20 with no advancing.
           display DateCopieLocaleEd line 2 col 52.
           move 5 to NoLigne.

       GestionClientLocale-Trt.
           read F-CopieLocale
               at end
                   move 1 to GestionClient-Eof
                   display "Fin des clients de l'agence (copie locale) - Tapez Entree " line 1 col 1 with no advancing
                   accept reponse
               not at end
                   move E-CopieLocale to LigneCopieLocale
                   perform SelectionClientLocale
           end-read.

       GestionClientLocale-Fin.
           if CopieLocale-Ouverte = "O" then
               close F-CopieLocale
           end-if.

       SelectionClientLocale.
           if LgRechercheLocale > 0 then
               move 0 to NbOccurrencesNom
               inspect NomCl tallying NbOccurrencesNom
                   for all NomClientRecherche(1:LgRechercheLocale)
               if NbOccurrencesNom = 0 then
                   exit paragraph
               end-if
           end-if.
           move NomCl to NomCliAg.
           move PrenomCl to PrenomCliAg.
           move CodePostalCl to CodePostalCliAg.
           move VilleCl to VilleCliAg.
           move RacineCompteCl to RacineCliAg.
           move TypeCompteCl to TypeCliAg.
           move DebitCl to DebitCliAg.
           move CreditCl to CreditCliAg.
           perform AffichageLigneClientAg.

      **********************************************************************
      ******* Ouverture d'un client et de son compte au guichet ************
      ***** La saisie est mise au format d'une ligne du fichier d'import : *
      ***** connecte, elle passe aussitot les controles de ValidationImport*
      ***** et est enregistree comme a l'import ; en mode degrade, elle ****
      ***** est ajoutee au fichier des ouvertures en attente ***************
      **********************************************************************
       OuvertureAgence.
           if CodeBanqueAgence = " " or CodeGuichetAgence = " " then
               display " ** Identite agence absente (IdentiteAgence.ini) : ouverture impossible ** " line 25 col 1 bell
               exit paragraph
           end-if.

           move spaces to IntituleSaisiAg.
           move spaces to NomSaisiAg.
           move spaces to PrenomSaisiAg.
           move spaces to CodePostalSaisiAg.
           move spaces to VilleSaisiAg.
           move spaces to RacineSaisiAg.
           move spaces to TypeSaisiAg.
           move spaces to DeviseSaisiAg.
           move 0 to DepotSaisiAg.
           display OuvertureAgence-Saisie.
           if ModeDegrade = "O" then
               display menu-degrade
           end-if.
           accept OuvertureAgence-Saisie.

           if NomSaisiAg = spaces or RacineSaisiAg = spaces or TypeSaisiAg = spaces then
               display " ** Nom, racine et type de compte obligatoires ** " line 25 col 1 bell
               exit paragraph
           end-if.
           if DeviseSaisiAg = spaces then
               move "EUR" to DeviseSaisiAg
           end-if.

      ***** Cle RIB calculee par la regle commune au siege et a l'agence *****
           move RacineSaisiAg to RacineCompte of Compte.
           move TypeSaisiAg to TypeCompte of Compte.
           move CompteComplet of Compte to CompteCompletNum.
           move CodeGuichetAgence to CodeGuichetNum.
           move CodeBanqueAgence to CodeBanqueNum.
           perform CalculCleRibAgence.
           move CleRibNum to CleRibSaisiAg.

           compute DepotCentimesAg = DepotSaisiAg * 100.
           move spaces to LigneOuvertureAgence.
           string IntituleSaisiAg delimited by "  " ";" delimited by size
               NomSaisiAg delimited by "  " ";" delimited by size
               PrenomSaisiAg delimited by "  " ";" delimited by size
               CodePostalSaisiAg delimited by size ";" delimited by size
               VilleSaisiAg delimited by "  " ";" delimited by size
               CodeBanqueAgence ";" CodeGuichetAgence ";" RacineSaisiAg ";"
               TypeSaisiAg ";" CleRibSaisiAg ";" "0;" DepotCentimesAg ";"
               DeviseSaisiAg delimited by size
               into LigneOuvertureAgence
           end-string.

           if ModeDegrade = "O" then
               perform MiseEnAttenteOuverture
               exit paragraph
           end-if.

           call "ValidationImport" using LigneOuvertureAgence ResultatValidationImp
               ClientImporte CompteImporte.
           if ValidationImpOK = "N" then
               display " ** " line 25 col 1 bell with no advancing
               display MotifRejetImp line 25 col 5
               exit paragraph
           end-if.
           move "O" to LigneImportValide.
           perform EnregistrementLigneImport.
           if LigneImportValide = "N" then
               display " ** " line 25 col 1 bell with no advancing
               display MotifRejetImp line 25 col 5
           else
               display " Client et compte enregistres au siege " line 25 col 1
           end-if.

      ***** Ajout au fichier des ouvertures en attente (cree au premier ajout) *****
       MiseEnAttenteOuverture.
           open extend F-AttenteAgence.
           if AttenteAgence-Status <> "00" then
               open output F-AttenteAgence
           end-if.
           write E-AttenteAgence from LigneOuvertureAgence.
           close F-AttenteAgence.
           display " Ouverture mise en attente : elle sera transmise au siege a la reconnexion " line 25 col 1.

      **********************************************************************
      ******* Reconnexion au siege (option 7) ******************************
      ***** En mode degrade, nouvel essai de connexion ; des que le siege **
      ***** repond, les ouvertures en attente sont rejouees ****************
      **********************************************************************
       ReconnexionSiege.
           if ModeDegrade = "O" then
               exec sql
                   Connect using :CnxDb
               end-exec
               if (sqlcode not equal 0) then
                   display " ** Siege toujours injoignable, le poste reste en mode degrade ** " line 25 col 1 bell
                   exit paragraph
               end-if
               exec sql
                   SET AUTOCOMMIT ON
               end-exec
               move "N" to ModeDegrade
           end-if.
           perform ResynchronisationAgence.
           if NoLigneAttente = 0 then
               display " Connecte au siege : aucune ouverture en attente " line 25 col 1
           end-if.

      **********************************************************************
      ******* Resynchronisation des ouvertures en attente ******************
      ***** Chaque ligne est rejouee par les controles communs de **********
      ***** ValidationImport puis enregistree comme a l'import ; une ligne *
      ***** refusee (compte ouvert entre-temps au siege, liste de gel...) **
      ***** est reportee dans le fichier des conflits avec son motif. Le ***
      ***** fichier d'attente est vide une fois rejoue *********************
      **********************************************************************
       ResynchronisationAgence.
           perform ResynchronisationAgence-Init.
           perform ResynchronisationAgence-Trt until AttenteAgence-Eof = 1.
           perform ResynchronisationAgence-Fin.

       ResynchronisationAgence-Init.
           move 0 to AttenteAgence-Eof.
           move 0 to NoLigneAttente.
           move 0 to NbAttenteRejouees.
           move 0 to NbConflitsResync.
           move "N" to ConflitsResync-Ouvert.
           move "N" to AttenteAgence-Ouvert.
           open input F-AttenteAgence.
           if AttenteAgence-Status <> "00" then
               move 1 to AttenteAgence-Eof
               exit paragraph
           end-if.
           move "O" to AttenteAgence-Ouvert.

       ResynchronisationAgence-Trt.
           read F-AttenteAgence
               at end
                   move 1 to AttenteAgence-Eof
               not at end
                   add 1 to NoLigneAttente
                   perform RejeuLigneAttente
           end-read.

       ResynchronisationAgence-Fin.
           if AttenteAgence-Ouvert = "N" then
               exit paragraph
           end-if.
           close F-AttenteAgence.
           if NoLigneAttente = 0 then
               exit paragraph
           end-if.

           open output F-AttenteAgence.
           close F-AttenteAgence.
           if ConflitsResync-Ouvert = "O" then
               close F-ConflitsResync
           end-if.

           display "Resynchronisation : ouvertures rejouees " line 1 col 1 with no advancing.
           display NbAttenteRejouees line 1 col 41 with no advancing.
           display " - conflits " line 1 col 47 with no advancing.
           display NbConflitsResync line 1 col 59 with no advancing.
           display " - Tapez Entree " line 1 col 65 with no advancing.
           accept reponse.

       RejeuLigneAttente.
           call "ValidationImport" using E-AttenteAgence ResultatValidationImp
               ClientImporte CompteImporte.
           if ValidationImpOK = "N" then
               perform EcritureConflitResync
               exit paragraph
           end-if.
           move "O" to LigneImportValide.
           perform EnregistrementLigneImport.
           if LigneImportValide = "N" then
               perform EcritureConflitResync
           else
               add 1 to NbAttenteRejouees
           end-if.

      ***** Conflits de la resynchronisation, au format des rejets d'import *****
       EcritureConflitResync.
           if ConflitsResync-Ouvert = "N" then
               open output F-ConflitsResync
               write E-ConflitsResync from " No ligne  Ouverture en attente                                                                                Motif du conflit"
               move "O" to ConflitsResync-Ouvert
           end-if.

           add 1 to NbConflitsResync.
           move NoLigneAttente to NoLigneRejet.
           move E-AttenteAgence to ContenuLigneRejet.
           move MotifRejetImp to MotifRejet of LigneRejet.
           write E-ConflitsResync from LigneRejet.

       end program Program1.

