               ASSIGN TO "datesval.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-datesValStatus.
           SELECT paySlipOldFile
               ASSIGN TO "payslip.old" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-po-cle
               FILE STATUS IS WS-payOldStatus.
           SELECT congeFile
               ASSIGN TO "conges.txt" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-cg-idEmploye
               FILE STATUS IS WS-congeStatus.
           SELECT salHistoFile
               ASSIGN TO "salhisto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-salHistoStatus.
           SELECT retenueFile
               ASSIGN TO "retenues.txt" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-rn-cle
               FILE STATUS IS WS-retenueStatus.
           SELECT indemSortieFile
               ASSIGN TO "indemsort.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-indemStatus.
           SELECT modifFile
               ASSIGN TO "modifatt.txt" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-ma-numero
               FILE STATUS IS WS-modifStatus.
           SELECT clotEtatFile
               ASSIGN TO "clotetat.txt" ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-clotEtatStatus.
           SELECT clotLogFile
               ASSIGN TO "cloture.txt" ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-clotLogStatus.
           SELECT seuilFile
               ASSIGN TO "seuilecart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-seuilStatus.
           SELECT ecartsFile
               ASSIGN TO "ecarts.txt" ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ecartsStatus.
           SELECT ecartAcqFile
               ASSIGN TO "ecartacq.txt" ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ecartAcqStatus.
           SELECT pretFile
               ASSIGN TO "prets.txt" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-pr-numero
               FILE STATUS IS WS-pretStatus.
           SELECT echeanceFile
               ASSIGN TO "echeances.txt" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-ec-cle
               FILE STATUS IS WS-echeanceStatus.
           SELECT echeancierFile
               ASSIGN TO "echeancier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-echeancierStatus.
           SELECT relanceFile
               ASSIGN TO "relances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-relanceStatus.
           SELECT serviceFile
               ASSIGN TO "services.txt" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-srv-code
               FILE STATUS IS WS-serviceStatus.
           SELECT coutServFile
               ASSIGN TO "coutserv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-coutServStatus.
           SELECT lcbParamFile
               ASSIGN TO "lcbparam.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-lcbParamStatus.
           SELECT surveilFile
               ASSIGN TO "surveil.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-surveilStatus.
           SELECT fusionTmpFile
               ASSIGN TO "fusion.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-fusionStatus.
           SELECT sortieFile
               ASSIGN TO "sortie.txt" ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-sortieStatus.
           SELECT employeeBakFile
               ASSIGN TO "employee.bak" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS f-eb-idEmploye
               FILE STATUS IS WS-empBakStatus.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *    PORTEES POUR PRORATISER LA PAYE D'UN MOIS INCOMPLET
           02 f-dateEntree PIC 9(8).
           02 f-dateSortie PIC 9(8).
      *    SOLDE DE TOUT COMPTE -- O UNE FOIS LE SOLDE ETABLI PAR LE
      *    MODE SORTIE, A LA DATE (AAAAMMJJ) DU SOLDE : L'EMPLOYE NE
      *    SE PAYE PLUS SANS OVERRIDE SUPERVISEUR
           02 f-soldeToutCompte PIC X(1).
           02 f-dateSolde PIC 9(8).
      *    SERVICE DE RATTACHEMENT (CODE DE LA TABLE DES SERVICES,
      *    OBLIGATOIRE A LA SAISIE)
           02 f-codeService PIC X(4).
      *-----------------------
      *FICHE DE PAYE -- FICHIER INDEXE SUR EMPLOYE + PERIODE : LE
      *CONTROLE DE DOUBLON EST UNE LECTURE PAR CLE ET LE RETRAIT
               03 f-ps-baseCot PIC 9(7)V99.
               03 f-ps-tauxCot PIC 9V999.
               03 f-ps-montantCot PIC 9(7)V99.
               03 f-ps-tauxPatCot PIC 9V999.
               03 f-ps-montantPatCot PIC 9(7)V99.
      *    STATUT DU PAIEMENT DE LA FICHE -- ESPACE = JAMAIS VIRE,
      *    E = EMIS, R = REJETE PAR LA BANQUE, P = REPAYE
           02 f-ps-statutPaiement PIC X(1).
      *    PART PATRONALE (SOMME DES LIGNES) ET COUT TOTAL EMPLOYEUR
      *    (BRUT + PART PATRONALE)
           02 f-ps-cotisationsPatronales PIC 9(7)V99.
           02 f-ps-coutEmployeur PIC 9(7)V99.
      *    CONGES PAYES DE LA PERIODE -- JOURS ACQUIS (2.5 PAR MOIS
      *    COMPLET, PRORATISES), JOURS PRIS ET SOLDE APRES LA PAIE
           02 f-ps-congesAcquis PIC 9V99.
           02 f-ps-congesPris PIC 99.
           02 f-ps-congesSolde PIC 9(3)V99.
      *    BASE DU RAPPEL DE SALAIRE -- SALAIRE EN VIGUEUR APPLIQUE,
      *    JOURS PAYES SUR JOURS DU MOIS, SALAIRE DEJA REGULARISE
      *    (RELEVE QUAND UN RAPPEL EST VERSE SUR UNE FICHE
      *    ULTERIEURE, ZERO POUR UNE FICHE REPRISE SANS BASE CONNUE)
      *    ET TOTAL DES RAPPELS VERSES SUR CETTE FICHE
           02 f-ps-salaireBase PIC 9(7)V99.
           02 f-ps-joursPayes PIC 99.
           02 f-ps-joursMois PIC 99.
           02 f-ps-salaireRegul PIC 9(7)V99.
           02 f-ps-rappel PIC 9(7)V99.
      *    RETENUES APRES IMPOT -- DEDUITES DU NET A PAYER SANS
      *    TOUCHER AU NET IMPOSABLE, UNE LIGNE PAR RETENUE (5 AU
      *    PLUS)
           02 f-ps-totalRetenues PIC 9(7)V99.
           02 f-ps-nbRetenues PIC 9.
           02 f-ps-retenue OCCURS 5 TIMES.
               03 f-ps-rnNumero PIC 9(3).
               03 f-ps-rnType PIC X(1).
               03 f-ps-rnLibelle PIC X(20).
               03 f-ps-rnMontant PIC 9(7)V99.
      *    FICHE DE SOLDE DE TOUT COMPTE (O) -- INDEMNITE
      *    COMPENSATRICE DES CONGES NON PRIS (JOURS ET MONTANT),
      *    PREAVIS ET INDEMNITE DE LICENCIEMENT SAISIS PAR LE
      *    SUPERVISEUR ; LE LICENCIEMENT ENTRE DANS LE BRUT MAIS NI
      *    DANS LA BASE DES COTISATIONS NI DANS CELLE DU PAS
           02 f-ps-soldeToutCompte PIC X(1).
           02 f-ps-joursIndemnises PIC 9(3)V99.
           02 f-ps-indemConges PIC 9(7)V99.
           02 f-ps-indemPreavis PIC 9(7)V99.
           02 f-ps-indemLicenciement PIC 9(7)V99.
      *    SERVICE DE L'EMPLOYE ET SON CENTRE DE COUT A LA DATE DE LA
      *    PAIE -- A BLANC SUR UNE FICHE REPRISE
           02 f-ps-codeService PIC X(4).
           02 f-ps-centreCout PIC X(6).
      *-----------------------
      *JOURNAL D'AUDIT -- CHAQUE LIGNE PORTE L'OPERATEUR CONNECTE
      *QUI A FAIT L'OPERATION ; UNE VALIDATION A DEUX (APPROBATION OU
      *REJET D'UNE MODIFICATION EN ATTENTE) PORTE AUSSI LE DEMANDEUR
      *EN SECOND OPERATEUR, A BLANC SINON ; UNE FUSION DE CLIENTS
      *PORTE LE CLIENT ABSORBE EN CLIENT LIE (0 SINON)
       FD auditFile.
       01 f-audit.
           02 f-aud-date PIC 9(8).
           02 f-aud-operation PIC X(12).
           02 f-aud-clientId PIC 9(5).
           02 f-aud-operateur PIC X(8).
           02 f-aud-operateur2 PIC X(8).
           02 f-aud-clientLie PIC 9(5).
      *-----------------------
      *FICHIER DES OPERATEURS -- IDENTIFIANT, MOT DE PASSE ET ROLE
      *(S = SUPERVISEUR, A = AGENT DE SAISIE) ; LA CONNEXION EST
      *BAREME DES TAUX DE COTISATION -- UNE LIGNE NOMMEE (SANTE,
      *RETRAITE, CHOMAGE, CSG-CRDS...) PAR TYPE DE CONTRAT AVEC
      *PLAGE D'EFFET (AAAAMM) POUR RECALCULER UNE PERIODE ANCIENNE
      *A SON TAUX HISTORIQUE ; LE TAUX PATRONAL SUIT LE TAUX
      *SALARIAL SUR LA MEME LIGNE (UNE LIGNE SAISIE AVANT SON AJOUT
      *SE RELIT A BLANC ET VAUT ZERO)
       FD tauxFile.
       01 f-taux.
           02 f-tx-typeContrat PIC X(3).
           02 f-tx-dateDebut PIC 9(6).
           02 f-tx-dateFin PIC 9(6).
           02 f-tx-taux PIC 9V999.
           02 f-tx-tauxPatronal PIC 9V999.
      *-----------------------
      *ETAT DES PERIODES DE PAIE -- UNE LIGNE PAR PERIODE CLOTUREE,
      *PLUS AUCUNE FICHE SANS OVERRIDE SUPERVISEUR ENSUITE
      *-----------------------
      *ELEMENTS VARIABLES DU MOIS (PRIMES / HEURES SUPPLEMENTAIRES /
      *JOURS D'ABSENCE) -- SAISIS PAR EMPLOYE ET PAR PERIODE, LUS
      *PAR LE RUN DE PAIE DE MASSE POUR ENTRER DANS LE BRUT ; LE
      *TYPE D'ABSENCE DISTINGUE LES CONGES PAYES (C, PRIS SUR LE
      *SOLDE ET PAYES) DE L'ABSENCE SANS SOLDE (S, DEDUITE) -- UNE
      *LIGNE SAISIE AVANT L'AJOUT DU TYPE SE RELIT A BLANC ET
      *RESTE UNE ABSENCE SANS SOLDE
       FD elementFile.
       01 f-element.
           02 f-el-idEmploye PIC 9(5).
           02 f-el-primes PIC 9(5)V99.
           02 f-el-heuresSup PIC 9(3)V99.
           02 f-el-joursAbsence PIC 99.
           02 f-el-typeAbsence PIC X(1).
      *-----------------------
      *POINT DE REPRISE DU RUN DE PAIE -- UNE LIGNE PAR EMPLOYE
      *TRAITE (PERIODE + NUMERO) : LE MODE RESTART REPREND APRES LE
      *EXPORT COMPTABLE PLAT (MODE BATCH COMPTA) -- ECRITURES
      *EQUILIBREES DEBIT / CREDIT DE LA PAIE ET DES INTERETS DE LA
      *PERIODE, IMPORTABLES PAR LE PROGICIEL COMPTABLE COMME
      *extract.txt, AVEC UN TOTAL DEBIT / CREDIT EN FIN DE FICHIER ;
      *LES CHARGES DE PAIE (641000 / 645000) SONT VENTILEES PAR
      *CENTRE DE COUT, LES AUTRES ECRITURES N'EN PORTENT PAS
       FD glFile.
       01 f-glEcriture.
           02 f-gl-moisPaie PIC 99.
           02 f-gl-libelle PIC X(30).
           02 f-gl-sens PIC X(1).
           02 f-gl-montant PIC 9(11)V99.
           02 f-gl-centreCout PIC X(6).
       01 f-glTotal.
           02 f-gt-code PIC X(6).
           02 f-gt-totalDebit PIC 9(13)V99.
      *JOURNAL DES MOUVEMENTS CLIENTS (DEPOTS / RETRAITS) -- MEME
      *DISCIPLINE QUE LE JOURNAL DES INTERETS : ANCIEN SOLDE /
      *MONTANT / NOUVEAU SOLDE PAR MOUVEMENT, AUCUNE RETOUCHE DE
      *SOLDE SANS TRACE. SENS D = DEPOT, R = RETRAIT, V = VERSEMENT
      *D'UN PRET SUR LE PRODUIT, P = PRELEVEMENT D'UNE ECHEANCE SUR
      *LE PRODUIT, E = ECHEANCE PASSEE AU CAPITAL DU PRET (INTITULE
      *'PRET' + NUMERO, SOLDES = CAPITAL RESTANT DU)
       FD mouvementFile.
       01 f-mouvement.
           02 f-mv-date PIC X(10).
               03 f-pq-tauxCot PIC 9V999.
               03 f-pq-montantCot PIC 9(7)V99.
      *-----------------------
      *ANCIEN FICHIER DES FICHES DE PAYE INDEXE (AVANT AJOUT DE LA
      *PART PATRONALE, DES CONGES PAYES, DE LA BASE DES RAPPELS
      *DE SALAIRE ET DES RETENUES) -- LU PAR LE MODE
      *REPRISE FICHE ; L'ANCIEN payslip.txt DOIT ETRE RENOMME
      *payslip.old AU PREALABLE
       FD paySlipOldFile.
       01 f-payslipOld.
           02 f-po-cle.
               03 f-po-idEmploye PIC 9(5).
               03 f-po-anneePaie PIC 9(4).
               03 f-po-moisPaie PIC 99.
           02 f-po-nomEmploye PIC X(15).
           02 f-po-prenomEmploye PIC X(15).
           02 f-po-brut PIC 9(7)V99.
           02 f-po-cotisations PIC 9(7)V99.
           02 f-po-net PIC 9(7)V99.
           02 f-po-pas PIC 9(7)V99.
           02 f-po-netAPayer PIC 9(7)V99.
           02 f-po-nbLignesCot PIC 9.
           02 f-po-ligneCot OCCURS 5 TIMES.
               03 f-po-libelleCot PIC X(12).
               03 f-po-baseCot PIC 9(7)V99.
               03 f-po-tauxCot PIC 9V999.
               03 f-po-montantCot PIC 9(7)V99.
           02 f-po-statutPaiement PIC X(1).
      *-----------------------
      *ANCIEN FICHIER EMPLOYE INDEXE (AVANT AJOUT DES DATES
      *D'ENTREE / SORTIE) -- LU PAR LE MODE REPRISE EMPLOYE ;
      *L'ANCIEN employee.txt DOIT ETRE RENOMME employee.old AU
           02 f-eo-iban PIC X(34).
           02 f-eo-bic PIC X(11).
      *-----------------------
      *ANCIEN FICHIER EMPLOYE INDEXE (AVANT AJOUT DU SOLDE DE TOUT
      *COMPTE) -- LU PAR LE MODE REPRISE SOLDE ; L'ANCIEN
      *employee.txt DOIT ETRE RENOMME employee.bak AU PREALABLE,
      *AUCUN EMPLOYE N'EST SOLDE APRES LA REPRISE
       FD employeeBakFile.
       01 f-employeeBak.
           02 f-eb-idEmploye PIC 9(5).
           02 f-eb-nomEmploye PIC X(15).
           02 f-eb-prenomEmploye PIC X(15).
           02 f-eb-salaireBase PIC 9(7)V99.
           02 f-eb-typeContrat PIC X(3).
           02 f-eb-iban PIC X(34).
           02 f-eb-bic PIC X(11).
           02 f-eb-dateEntree PIC 9(8).
           02 f-eb-dateSortie PIC 9(8).
      *-----------------------
      *ANCIEN FICHIER EMPLOYE SEQUENTIEL (AVANT PASSAGE EN INDEXE,
      *SANS IBAN/BIC) -- LU PAR LE MODE REPRISE ; L'ANCIEN
      *employee.txt DOIT ETRE RENOMME employee.seq AU PREALABLE
       FD dateValeurFile.
       01 f-dateValeurPostee.
           02 f-dv-dateValeur PIC X(10).
      *-----------------------
      *SOLDE DE CONGES PAYES PAR EMPLOYE -- CUMUL DES JOURS ACQUIS
      *(CREDITES PAR LA PAIE, REPRISE DE SOLDE COMPRISE) ET DES
      *JOURS PRIS ; LE SOLDE EST LEUR DIFFERENCE, TENU A JOUR A
      *CHAQUE FICHE ETABLIE
       FD congeFile.
       01 f-conge.
           02 f-cg-idEmploye PIC 9(5).
           02 f-cg-acquis PIC 9(4)V99.
           02 f-cg-pris PIC 9(4)V99.
           02 f-cg-solde PIC 9(3)V99.
           02 f-cg-dateMaj PIC 9(8).
      *-----------------------
      *HISTORIQUE DES SALAIRES DE BASE -- UNE LIGNE PAR REVISION
      *AVEC SON MOIS D'EFFET (AAAAMM), MEME MODELE QUE LE BAREME ET
      *LES TAUX PAS : LE SALAIRE EN VIGUEUR POUR UNE PERIODE EST LA
      *DERNIERE REVISION D'EFFET NON POSTERIEUR, LES ANCIENNES
      *LIGNES RESTENT POUR LES PERIODES PASSEES ; LA FICHE EMPLOYE
      *PORTE LE DERNIER SALAIRE SAISI. NATURE O = SALAIRE D'ORIGINE
      *(CREATION DE L'EMPLOYE OU SALAIRE EN PLACE A LA PREMIERE
      *REVISION), R = REVISION
       FD salHistoFile.
       01 f-salHisto.
           02 f-sh-idEmploye PIC 9(5).
           02 f-sh-dateEffet PIC 9(6).
           02 f-sh-salaire PIC 9(7)V99.
           02 f-sh-nature PIC X(1).
           02 f-sh-dateSaisie PIC 9(8).
           02 f-sh-operateur PIC X(8).
      *-----------------------
      *RETENUES SUR SALAIRE APRES IMPOT PAR EMPLOYE -- TYPE
      *(A = ACOMPTE DEJA VERSE, S = SAISIE SUR SALAIRE, P = PLAN DE
      *REMBOURSEMENT), MONTANT MENSUEL (M) OU UNIQUE (U), PLAGE
      *D'EFFET AAAAMM (FIN 0 = SANS FIN) ET RESTE DU ; STATUT
      *A = ACTIVE, C = SOLDEE (RESTE DU A ZERO), X = ANNULEE PAR UN
      *SUPERVISEUR
       FD retenueFile.
       01 f-retenue.
           02 f-rn-cle.
               03 f-rn-idEmploye PIC 9(5).
               03 f-rn-numero PIC 9(3).
           02 f-rn-type PIC X(1).
           02 f-rn-libelle PIC X(20).
           02 f-rn-periodicite PIC X(1).
           02 f-rn-montant PIC 9(7)V99.
           02 f-rn-debut PIC 9(6).
           02 f-rn-fin PIC 9(6).
           02 f-rn-solde PIC 9(7)V99.
           02 f-rn-statut PIC X(1).
           02 f-rn-dernierePeriode PIC 9(6).
      *-----------------------
      *MODIFICATIONS SENSIBLES EN ATTENTE DE VALIDATION -- UN AGENT
      *QUI CHANGE L'IBAN, LE BIC OU LE SALAIRE D'UN EMPLOYE NE
      *TOUCHE PAS LA FICHE : LA DEMANDE (ANCIENNE ET NOUVELLE
      *VALEUR, DEMANDEUR, DATE) ATTEND QU'UN AUTRE OPERATEUR,
      *SUPERVISEUR, L'APPROUVE OU LA REJETTE. CHAMP I = IBAN,
      *B = BIC, S = SALAIRE (AVEC SON MOIS D'EFFET) ; STATUT E = EN
      *ATTENTE, A = APPROUVEE, R = REJETEE
       FD modifFile.
       01 f-modifAttente.
           02 f-ma-numero PIC 9(6).
           02 f-ma-idEmploye PIC 9(5).
           02 f-ma-champ PIC X(1).
           02 f-ma-ancienneValeur PIC X(34).
           02 f-ma-ancienneValeur-R REDEFINES f-ma-ancienneValeur.
               03 f-ma-ancienSalaire PIC 9(7)V99.
               03 FILLER PIC X(25).
           02 f-ma-nouvelleValeur PIC X(34).
           02 f-ma-nouvelleValeur-R REDEFINES f-ma-nouvelleValeur.
               03 f-ma-nouveauSalaire PIC 9(7)V99.
               03 FILLER PIC X(25).
           02 f-ma-dateEffet PIC 9(6).
           02 f-ma-demandeur PIC X(8).
           02 f-ma-dateDemande PIC 9(8).
           02 f-ma-statut PIC X(1).
           02 f-ma-valideur PIC X(8).
           02 f-ma-dateDecision PIC 9(8).
      *-----------------------
      *INDEMNITES DE FIN DE CONTRAT SAISIES PAR LE SUPERVISEUR --
      *PREAVIS ET LICENCIEMENT PAR EMPLOYE, UNE LIGNE PAR SAISIE :
      *LA DERNIERE LIGNE DE L'EMPLOYE FAIT FOI AU SOLDE DE TOUT
      *COMPTE, LES PRECEDENTES RESTENT POUR MEMOIRE
       FD indemSortieFile.
       01 f-indemSortie.
           02 f-is-idEmploye PIC 9(5).
           02 f-is-preavis PIC 9(7)V99.
           02 f-is-licenciement PIC 9(7)V99.
           02 f-is-dateSaisie PIC 9(8).
           02 f-is-operateur PIC X(8).
      *-----------------------
      *ETAT DE LA CHAINE DE CLOTURE MENSUELLE -- UNE LIGNE PAR
      *DEBUT ET PAR FIN D'ETAPE (D = DEBUTEE, R = REUSSIE, E = EN
      *ECHEC, O = EN ECHEC MAIS PASSEE SUR OVERRIDE SUPERVISEUR) ;
      *LA DERNIERE LIGNE DE LA PERIODE DIT OU REPRENDRE
       FD clotEtatFile.
       01 f-clotEtat.
           02 f-ce-mois PIC 99.
           02 f-ce-annee PIC 9(4).
           02 f-ce-etape PIC 9.
           02 f-ce-statut PIC X(1).
           02 f-ce-date PIC 9(8).
           02 f-ce-heure PIC 9(8).
      *-----------------------
      *JOURNAL CONSOLIDE DES CLOTURES MENSUELLES -- TOUS LES
      *LANCEMENTS ET REPRISES A LA SUITE, UNE LIGNE PAR ETAPE
       FD clotLogFile.
       01 f-clotLogLigne PIC X(80).
      *-----------------------
      *SEUIL DE VARIATION DU NET A PAYER (EN %) AU-DELA DUQUEL LE
      *CONTROLE DES ECARTS SIGNALE UN EMPLOYE -- LA DERNIERE LIGNE
      *SAISIE FAIT FOI, 20 % SI LE FICHIER EST VIDE
       FD seuilFile.
       01 f-seuil.
           02 f-se-pourcent PIC 9(3)V99.
           02 f-se-dateSaisie PIC 9(8).
           02 f-se-operateur PIC X(8).
      *-----------------------
      *RAPPORT DES ECARTS DE PAIE CONTRE LE MOIS PRECEDENT
       FD ecartsFile.
       01 f-ecartsLigne PIC X(80).
      *-----------------------
      *SUIVI DES ECARTS PAR PERIODE -- D = CONTROLE PASSE (NOMBRE
      *D'ECARTS TROUVES), A = ECARTS ACQUITTES PAR UN SUPERVISEUR ;
      *LA DERNIERE LIGNE DE LA PERIODE FAIT FOI POUR LE SEPA
       FD ecartAcqFile.
       01 f-ecartAcq.
           02 f-ea-mois PIC 99.
           02 f-ea-annee PIC 9(4).
           02 f-ea-statut PIC X(1).
           02 f-ea-nbEcarts PIC 9(5).
           02 f-ea-date PIC 9(8).
           02 f-ea-operateur PIC X(8).
      *-----------------------
      *PRETS CLIENTS -- CAPITAL, TAUX ANNUEL, DUREE EN MOIS ET DATE
      *DE DEBLOCAGE ; LES FONDS SONT VERSES SUR UN PRODUIT D'EPARGNE
      *DU CLIENT, QUI PAIE ENSUITE LES ECHEANCES. LE CAPITAL RESTANT
      *DU BAISSE A CHAQUE ECHEANCE PAYEE ; STATUT E = EN COURS,
      *S = SOLDE
       FD pretFile.
       01 f-pret.
           02 f-pr-numero PIC 9(6).
           02 f-pr-clientId PIC 9(5).
           02 f-pr-compte PIC X(50).
           02 f-pr-capital PIC 9(7)V99.
           02 f-pr-taux PIC 9V999.
           02 f-pr-duree PIC 9(3).
           02 f-pr-dateDebut PIC X(10).
           02 f-pr-mensualite PIC 9(7)V99.
           02 f-pr-capitalRestant PIC 9(7)V99.
           02 f-pr-statut PIC X(1).
           02 f-pr-operateur PIC X(8).
      *-----------------------
      *ECHEANCIER DES PRETS -- UNE LIGNE PAR MOIS, CALCULEE A LA
      *CREATION DU PRET (MENSUALITE CONSTANTE, PART D'INTERETS,
      *PART DE CAPITAL, CAPITAL RESTANT APRES L'ECHEANCE) ; STATUT
      *A = A ECHOIR, P = PAYEE, I = IMPAYEE (A RELANCER)
       FD echeanceFile.
       01 f-echeance.
           02 f-ec-cle.
               03 f-ec-numero PIC 9(6).
               03 f-ec-rang PIC 9(3).
           02 f-ec-date PIC X(10).
           02 f-ec-periode PIC 9(6).
           02 f-ec-periode-R REDEFINES f-ec-periode.
               03 f-ec-annee PIC 9(4).
               03 f-ec-mois PIC 99.
           02 f-ec-mensualite PIC 9(7)V99.
           02 f-ec-interets PIC 9(7)V99.
           02 f-ec-principal PIC 9(7)V99.
           02 f-ec-capitalRestant PIC 9(7)V99.
           02 f-ec-statut PIC X(1).
           02 f-ec-datePaiement PIC X(10).
      *-----------------------
      *ECHEANCIERS DE PRETS IMPRIMABLES -- MEME FILE D'IMPRESSION
      *QUE LE RELEVE, UN ECHEANCIER COMPLET PAR EDITION
       FD echeancierFile.
       01 f-echeancierLigne PIC X(80).
      *-----------------------
      *RAPPORT DU POSTAGE DES ECHEANCES (MODE BATCH ECHEANCES) --
      *ECHEANCES IMPAYEES A RELANCER ET TOTAUX DU RUN
       FD relanceFile.
       01 f-relanceLigne PIC X(80).
      *-----------------------
      *TABLE DES SERVICES -- CODE DU SERVICE, LIBELLE ET CENTRE DE
      *COUT ANALYTIQUE PORTE PAR LES ECRITURES DE PAIE DE L'EXPORT
      *COMPTABLE ; CHAQUE EMPLOYE EST RATTACHE A UN SERVICE
       FD serviceFile.
       01 f-service.
           02 f-srv-code PIC X(4).
           02 f-srv-libelle PIC X(30).
           02 f-srv-centreCout PIC X(6).
      *-----------------------
      *COUT DE LA PAIE PAR SERVICE (MODE BATCH SERVICES) --
      *EFFECTIF, ENTREES / SORTIES DU MOIS, BRUT, COTISATIONS, PAS,
      *NET ET VARIATION DU BRUT SUR LE MOIS PRECEDENT
       FD coutServFile.
       01 f-coutServLigne PIC X(80).
      *-----------------------
      *SEUILS DE SURVEILLANCE DES MOUVEMENTS CLIENTS (LUTTE CONTRE
      *LE BLANCHIMENT) -- SEUIL UNITAIRE (AU DELA, CONFIRMATION
      *SUPERVISEUR A LA SAISIE), ZONE JUSTE SOUS LE SEUIL EN % ET
      *NOMBRE DE MOUVEMENTS DANS LA FENETRE EN JOURS QUI SIGNALENT
      *UN FRACTIONNEMENT, PLAFOND DES DEPOTS CUMULES DU MOIS, GROS
      *MOUVEMENT ET DELAI EN JOURS D'UN RETRAIT APRES UN GROS
      *DEPOT ; LA DERNIERE LIGNE SAISIE FAIT FOI
       FD lcbParamFile.
       01 f-lcbParam.
           02 f-lp-seuil PIC 9(7)V99.
           02 f-lp-pourcent PIC 9(3).
           02 f-lp-nbProches PIC 99.
           02 f-lp-fenetre PIC 99.
           02 f-lp-plafond PIC 9(9)V99.
           02 f-lp-grosMvt PIC 9(7)V99.
           02 f-lp-delai PIC 99.
           02 f-lp-dateSaisie PIC 9(8).
           02 f-lp-operateur PIC X(8).
      *-----------------------
      *RAPPORT DE SURVEILLANCE DES MOUVEMENTS (MODE BATCH SURVEIL)
      *-- PAR CLIENT, LES MOUVEMENTS DE LA PERIODE QUI ONT DECLENCHE
      *UNE REGLE ET LA OU LES REGLES EN CAUSE
       FD surveilFile.
       01 f-surveilLigne PIC X(80).
      *-----------------------
      *FICHIER DE TRAVAIL DE LA FUSION DE CLIENTS -- COPIE D'UN
      *JOURNAL (MOUVEMENTS OU INTERETS) AVEC LE CLIENT ABSORBE
      *REMPLACE PAR LE CLIENT CONSERVE, RECOPIEE ENSUITE SUR LE
      *JOURNAL
       FD fusionTmpFile.
       01 f-fusionLigne PIC X(100).
      *-----------------------
      *DOCUMENTS DE FIN DE CONTRAT IMPRIMABLES (CERTIFICAT DE
      *TRAVAIL, ATTESTATION EMPLOYEUR, SOLDE DE TOUT COMPTE) --
      *MEME FILE D'IMPRESSION QUE LE BULLETIN, UN DOSSIER PAR
      *EMPLOYE SOLDE
       FD sortieFile.
       01 f-sortieLigne PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
      *CLIENT
               03 ds-annee PIC 9(4).
               03 ds-mois PIC 99.
               03 ds-jour PIC 99.
           02 soldeToutCompte PIC X(1).
           02 dateSolde PIC 9(8).
           02 codeService PIC X(4).

       01 WS-paie.
           02 moisPaie PIC 99.
               03 baseCot PIC 9(7)V99.
               03 tauxLigneCot PIC 9V999.
               03 montantCot PIC 9(7)V99.
               03 tauxPatLigneCot PIC 9V999.
               03 montantPatCot PIC 9(7)V99.
           02 cotisationsPatronales PIC 9(7)V99 VALUE 0.
           02 coutEmployeur PIC 9(7)V99 VALUE 0.
           02 joursConges PIC 99 VALUE 0.
           02 montantConges PIC 9(7)V99 VALUE 0.
           02 congesAcquis PIC 9V99 VALUE 0.
           02 congesSolde PIC 9(3)V99 VALUE 0.
           02 rappelPaie PIC 9(7)V99 VALUE 0.
           02 retenuesPaie PIC 9(7)V99 VALUE 0.
           02 joursIndemnises PIC 9(3)V99 VALUE 0.
           02 indemConges PIC 9(7)V99 VALUE 0.
           02 indemPreavis PIC 9(7)V99 VALUE 0.
           02 indemLicenciement PIC 9(7)V99 VALUE 0.
       01 WS-ixCot PIC 9.
       01 WS-ligneTrouvee PIC 9.

           88 FIN-BAREME VALUE 'Y'.
       01 WS-tauxTrouve PIC 9 VALUE 0.
       01 WS-tauxDeborde PIC 9 VALUE 0.
       01 WS-tauxPatLu PIC 9V999.
       01 WS-periodePaie PIC 9(6).
       01 WS-choixTaux PIC 9.
       01 WS-tauxSaisie.
           02 WS-tx-dateDebut PIC 9(6).
           02 WS-tx-dateFin PIC 9(6).
           02 WS-tx-taux PIC 9V999.
           02 WS-tx-tauxPatronal PIC 9V999.
       01 WS-nbRejets PIC 9(5) VALUE 0.

      *CONTROLE DES PERIODES DE PAIE ET DES DOUBLONS
      *TOMBENT SUR LE COMPTE COLLECTIF 438000
       01 WS-glTotaux.
           02 WS-glTotalBrut PIC 9(11)V99 VALUE 0.
           02 WS-glTotalPatronal PIC 9(11)V99 VALUE 0.
           02 WS-glTotalPas PIC 9(11)V99 VALUE 0.
           02 WS-glTotalNetAPayer PIC 9(11)V99 VALUE 0.
           02 WS-glTotalSaisies PIC 9(11)V99 VALUE 0.
           02 WS-glTotalAvances PIC 9(11)V99 VALUE 0.
           02 WS-glTotalInterets PIC 9(11)V99 VALUE 0.
           02 WS-glTotalDebit PIC 9(13)V99 VALUE 0.
           02 WS-glTotalCredit PIC 9(13)V99 VALUE 0.
           02 WS-ctlTotalBrut PIC 9(11)V99 VALUE 0.
           02 WS-ctlTotalCotis PIC 9(11)V99 VALUE 0.
           02 WS-ctlTotalNet PIC 9(11)V99 VALUE 0.
           02 WS-ctlTotalPatronal PIC 9(11)V99 VALUE 0.
           02 WS-ctlTotalCout PIC 9(11)V99 VALUE 0.
           02 WS-ctlSommeLignes PIC 9(9)V99.
           02 WS-ctlSommePatLignes PIC 9(9)V99.
       01 WS-empIds.
           02 WS-nbEmpIds PIC 9(3) VALUE 0.
           02 WS-empTableOK PIC 9 VALUE 1.
       01 WS-nbConvertis PIC 9(5) VALUE 0.
      *REPRISE DE L'ANCIEN FICHIER EMPLOYE INDEXE SANS DATES
       01 WS-empOldStatus PIC XX.
      *REPRISE DE L'ANCIEN FICHIER EMPLOYE INDEXE SANS SOLDE DE TOUT
      *COMPTE
       01 WS-empBakStatus PIC XX.
      *REPRISE DE L'ANCIEN FICHIER DES FICHES DE PAYE SEQUENTIEL
       01 WS-paySeqStatus PIC XX.
      *REPRISE DE L'ANCIEN FICHIER DES FICHES DE PAYE SANS PART
      *PATRONALE
       01 WS-payOldStatus PIC XX.
       01 WS-ctlAnoLigne.
           02 FILLER PIC X(11) VALUE 'ANOMALIE : '.
           02 WS-ctlAnoTexte PIC X(42).
       01 WS-relPied PIC X(42) VALUE
           'Document remis au client - releve annuel'.

      *PRETS CLIENTS -- SAISIE, ECHEANCIER A MENSUALITE CONSTANTE,
      *POSTAGE MENSUEL DES ECHEANCES ET RELANCE DES IMPAYES
       01 WS-pretStatus PIC XX.
       01 WS-echeanceStatus PIC XX.
       01 WS-echeancierStatus PIC XX.
       01 WS-relanceStatus PIC XX.
       01 WS-finPrets PIC X.
           88 FIN-PRETS VALUE 'Y'.
       01 WS-finEcheances PIC X.
           88 FIN-ECHEANCES VALUE 'Y'.
       01 WS-choixPret PIC 9.
       01 WS-pr-numero PIC 9(6).
       01 WS-pr-capital PIC 9(7)V99.
       01 WS-pr-taux PIC 9V999.
       01 WS-pr-duree PIC 9(3).
       01 WS-prDernierNumero PIC 9(6).
       01 WS-prSaisieOK PIC 9.
       01 WS-prCree PIC 9.
       01 WS-prTrouve PIC 9.
       01 WS-prTauxMaximum PIC 9V999 VALUE 0.250.
       01 WS-prTauxMensuel PIC 9V9(8).
       01 WS-prFacteur PIC 9(9)V9(8).
       01 WS-prCoefficient PIC 9(9)V9(8).
       01 WS-prMensualite PIC 9(7)V99.
       01 WS-prRestant PIC 9(7)V99.
       01 WS-prInterets PIC 9(7)V99.
       01 WS-prPrincipal PIC 9(7)V99.
       01 WS-prMontantEch PIC 9(7)V99.
       01 WS-prRang PIC 9(3).
       01 WS-prJour PIC 99.
       01 WS-prMois PIC 99.
       01 WS-prAnnee PIC 9(4).
       01 WS-prDateEch.
           02 WS-prDE-jour PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-prDE-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-prDE-annee PIC 9(4).
       01 WS-prDateJour PIC 9(8).
       01 WS-prDateJour-R REDEFINES WS-prDateJour.
           02 WS-prDJ-annee PIC 9(4).
           02 WS-prDJ-mois PIC 99.
           02 WS-prDJ-jour PIC 99.
       01 WS-prDateMvt PIC X(10).
      *INTITULE DU PRET DANS LE JOURNAL DES MOUVEMENTS
       01 WS-prIntitule.
           02 FILLER PIC X(5) VALUE 'PRET '.
           02 WS-prInt-numero PIC 9(6).
           02 FILLER PIC X(39) VALUE SPACES.
       01 WS-prPeriode PIC 9(6).
       01 WS-prNumeroBloque PIC 9(6).
       01 WS-prRetard PIC 9(3).
       01 WS-prNbEnCours PIC 9(3).
       01 WS-prNbListes PIC 9(3).
       01 WS-prNbImpayees PIC 9(3).
       01 WS-prNbLignes PIC 9(3).
       01 WS-prNbPostees PIC 9(5) VALUE 0.
       01 WS-prNbRelances PIC 9(5) VALUE 0.
       01 WS-prNbSoldes PIC 9(5) VALUE 0.
       01 WS-prNbAnomalies PIC 9(5) VALUE 0.
       01 WS-prTotalPoste PIC 9(9)V99 VALUE 0.
       01 WS-prTotalImpaye PIC 9(9)V99 VALUE 0.
       01 WS-ecrEntete.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(55) VALUE
               'BANQUE GENERALE DU COMMERCE - ECHEANCIER DE PRET'.
       01 WS-ecrPretLigne.
           02 FILLER PIC X(7) VALUE 'Pret : '.
           02 WS-ecr-numero PIC 9(6).
           02 FILLER PIC X(11) VALUE '  client : '.
           02 WS-ecr-clientId PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-ecr-nom PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 WS-ecr-prenom PIC X(15).
       01 WS-ecrCondLigne.
           02 FILLER PIC X(8) VALUE 'Capital '.
           02 WS-ecr-capital PIC Z(6)9.99.
           02 FILLER PIC X(7) VALUE ' taux '.
           02 WS-ecr-taux PIC 9.999.
           02 FILLER PIC X(7) VALUE ' duree '.
           02 WS-ecr-duree PIC ZZ9.
           02 FILLER PIC X(18) VALUE ' mois  mensualite '.
           02 WS-ecr-mensualite PIC Z(6)9.99.
       01 WS-ecrCompteLigne.
           02 FILLER PIC X(24) VALUE 'Verse et preleve sur : '.
           02 WS-ecr-compte PIC X(50).
       01 WS-ecrTitre.
           02 FILLER PIC X(29) VALUE
               '  Rang  Echeance   Mensualite'.
           02 FILLER PIC X(41) VALUE
               '   Interets    Capital Restant du  Statut'.
       01 WS-ecrLigne.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-ecr-rang PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-ecr-date PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-ecr-montant PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-ecr-interets PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-ecr-principal PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-ecr-restant PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-ecr-statut PIC X(8).
       01 WS-ecrPied PIC X(42) VALUE
           'Document remis au client - echeancier'.
       01 WS-relPretLigne.
           02 FILLER PIC X(7) VALUE 'Pret : '.
           02 WS-rel-prNumero PIC 9(6).
           02 FILLER PIC X(12) VALUE ' - capital '.
           02 WS-rel-prCapital PIC Z(6)9.99.
           02 FILLER PIC X(15) VALUE ' - mensualite '.
           02 WS-rel-prMensualite PIC Z(6)9.99.
       01 WS-rlcEntete.
           02 FILLER PIC X(22) VALUE '-- ECHEANCES DE PRETS '.
           02 WS-rlc-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-rlc-annee PIC 9(4).
           02 FILLER PIC X(3) VALUE ' --'.
       01 WS-rlcLigne.
           02 FILLER PIC X(12) VALUE 'IMPAYE : pr '.
           02 WS-rlc-numero PIC 9(6).
           02 FILLER PIC X(5) VALUE ' cli '.
           02 WS-rlc-clientId PIC 9(5).
           02 FILLER PIC X(5) VALUE ' ech '.
           02 WS-rlc-rang PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-rlc-date PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-rlc-montant PIC Z(6)9.99.
           02 FILLER PIC X(8) VALUE ' retard '.
           02 WS-rlc-retard PIC ZZ9.
           02 FILLER PIC X(5) VALUE ' mois'.
       01 WS-rlcTotLigne.
           02 WS-rlc-totLibelle PIC X(32).
           02 WS-rlc-totValeur PIC Z(9)9.99.

      *SERVICES ET CENTRES DE COUT -- SAISIE DE LA TABLE, RECHERCHE
      *D'UN CODE, COUT DE LA PAIE PAR SERVICE (MODE BATCH SERVICES)
      *ET VENTILATION DES CHARGES DE PAIE DE L'EXPORT COMPTABLE
       01 WS-serviceStatus PIC XX.
       01 WS-coutServStatus PIC XX.
       01 WS-finServices PIC X.
           88 FIN-SERVICES VALUE 'Y'.
       01 WS-choixService PIC 9.
       01 WS-srv-saisie.
           02 WS-srv-code PIC X(4).
           02 WS-srv-libelle PIC X(30).
           02 WS-srv-centreCout PIC X(6).
       01 WS-srvRecherche PIC X(4).
       01 WS-srvTrouve PIC 9.
       01 WS-srvExiste PIC 9.
       01 WS-srvLibelle PIC X(30).
       01 WS-srvCentre PIC X(6).
       01 WS-srvReprise PIC X(4).
       01 WS-srvNbEmployes PIC 9(5).
       01 WS-csMoisPrec PIC 99.
       01 WS-csAnneePrec PIC 9(4).
       01 WS-csDebutMois PIC 9(8).
       01 WS-csFinMois PIC 9(8).
       01 WS-csCodeCherche PIC X(4).
       01 WS-csNb PIC 99 VALUE 0.
       01 WS-csTableOK PIC 9.
       01 WS-ixCs PIC 99.
       01 WS-csNbFiches PIC 9(5).
       01 WS-csNbFichesPrec PIC 9(5).
       01 WS-csVariation PIC S9(9)V99.
       01 WS-csTable.
           02 WS-cs OCCURS 50 TIMES.
               03 WS-cs-code PIC X(4).
               03 WS-cs-libelle PIC X(30).
               03 WS-cs-centreCout PIC X(6).
               03 WS-cs-effectif PIC 9(4).
               03 WS-cs-entrees PIC 9(4).
               03 WS-cs-sorties PIC 9(4).
               03 WS-cs-brut PIC 9(9)V99.
               03 WS-cs-cotisations PIC 9(9)V99.
               03 WS-cs-pas PIC 9(9)V99.
               03 WS-cs-net PIC 9(9)V99.
               03 WS-cs-brutPrec PIC 9(9)V99.
       01 WS-csTotaux.
           02 WS-cst-effectif PIC 9(4).
           02 WS-cst-entrees PIC 9(4).
           02 WS-cst-sorties PIC 9(4).
           02 WS-cst-brut PIC 9(9)V99.
           02 WS-cst-cotisations PIC 9(9)V99.
           02 WS-cst-pas PIC 9(9)V99.
           02 WS-cst-net PIC 9(9)V99.
           02 WS-cst-brutPrec PIC 9(9)V99.
       01 WS-csEntete.
           02 FILLER PIC X(33)
               VALUE '-- COUT DE LA PAIE PAR SERVICE - '.
           02 WS-cse-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-cse-annee PIC 9(4).
           02 FILLER PIC X(19) VALUE ' (mois precedent : '.
           02 WS-cse-moisPrec PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-cse-anneePrec PIC 9(4).
           02 FILLER PIC X(4) VALUE ') --'.
       01 WS-csColonnes.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE ' Eff'.
           02 FILLER PIC X(4) VALUE ' Ent'.
           02 FILLER PIC X(4) VALUE ' Sor'.
           02 FILLER PIC X(12) VALUE '        Brut'.
           02 FILLER PIC X(12) VALUE '  Cotisation'.
           02 FILLER PIC X(12) VALUE '         PAS'.
           02 FILLER PIC X(12) VALUE '         Net'.
           02 FILLER PIC X(13) VALUE '    Var. brut'.
       01 WS-csServiceLigne.
           02 FILLER PIC X(8) VALUE 'Service '.
           02 WS-csl-code PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-libelle PIC X(30).
           02 FILLER PIC X(18) VALUE ' centre de cout : '.
           02 WS-csl-centreCout PIC X(6).
       01 WS-csLigne.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-csl-effectif PIC Z(3)9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-entrees PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-sorties PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-brut PIC Z(7)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-cotisations PIC Z(7)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-pas PIC Z(7)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-net PIC Z(7)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-csl-variation PIC -Z(7)9.99.
       01 WS-glCentreCout PIC X(6) VALUE SPACES.
       01 WS-glNbCc PIC 99 VALUE 0.
       01 WS-glCcTableOK PIC 9.
       01 WS-ixGlCc PIC 99.
       01 WS-ixGlCcRech PIC 99.
       01 WS-glCcCumul PIC 9(11)V99.
       01 WS-glCcTable.
           02 WS-glCc OCCURS 50 TIMES.
               03 WS-glCc-centre PIC X(6).
               03 WS-glCc-brut PIC 9(11)V99.
               03 WS-glCc-patronal PIC 9(11)V99.

      *SURVEILLANCE DES MOUVEMENTS -- SEUILS EN VIGUEUR, TABLE DES
      *DEPOTS ET RETRAITS DE LA PERIODE AVEC LES REGLES DECLENCHEES
      *(SEUIL, FRACTIONNEMENT, CUMUL DES DEPOTS, RETRAIT APRES
      *DEPOT), TABLE DES CLIENTS ET LIGNES DU RAPPORT
       01 WS-lcbParamStatus PIC XX.
       01 WS-surveilStatus PIC XX.
       01 WS-finLcbParam PIC X.
           88 FIN-LCB-PARAM VALUE 'Y'.
       01 WS-lcbParam.
           02 WS-lcbSeuil PIC 9(7)V99 VALUE 10000.
           02 WS-lcbPourcent PIC 9(3) VALUE 90.
           02 WS-lcbNbProches PIC 99 VALUE 3.
           02 WS-lcbFenetre PIC 99 VALUE 7.
           02 WS-lcbPlafond PIC 9(9)V99 VALUE 15000.
           02 WS-lcbGrosMvt PIC 9(7)V99 VALUE 5000.
           02 WS-lcbDelai PIC 99 VALUE 2.
       01 WS-lp-saisie.
           02 WS-lp-seuil PIC 9(7)V99.
           02 WS-lp-pourcent PIC 9(3).
           02 WS-lp-nbProches PIC 99.
           02 WS-lp-fenetre PIC 99.
           02 WS-lp-plafond PIC 9(9)V99.
           02 WS-lp-grosMvt PIC 9(7)V99.
           02 WS-lp-delai PIC 99.
       01 WS-lcbConfirme PIC 9.
       01 WS-lcbSuperviseur PIC X(8).
       01 WS-lcbBasProche PIC 9(7)V99.
       01 WS-svNb PIC 9(4) VALUE 0.
       01 WS-svTableOK PIC 9.
       01 WS-svMvts.
           02 WS-svMvt OCCURS 1000 TIMES.
               03 WS-sv-ixClient PIC 9(4).
               03 WS-sv-jour PIC 99.
               03 WS-sv-date PIC X(10).
               03 WS-sv-intitule PIC X(20).
               03 WS-sv-sens PIC X(1).
               03 WS-sv-montant PIC 9(7)V99.
               03 WS-sv-proche PIC 9.
               03 WS-sv-rSeuil PIC 9.
               03 WS-sv-rFract PIC 9.
               03 WS-sv-rCumul PIC 9.
               03 WS-sv-rRetrait PIC 9.
       01 WS-svNbClients PIC 9(4) VALUE 0.
       01 WS-svClients.
           02 WS-svClient OCCURS 1000 TIMES.
               03 WS-svc-clientId PIC 9(5).
               03 WS-svc-depots PIC 9(9)V99.
               03 WS-svc-nbSignales PIC 9(4).
       01 WS-ixSv1 PIC 9(4).
       01 WS-ixSv2 PIC 9(4).
       01 WS-ixSvCl PIC 9(4).
       01 WS-svNbFenetre PIC 9(4).
       01 WS-svFinFenetre PIC 9(3).
       01 WS-svNbSignales PIC 9(5) VALUE 0.
       01 WS-svNbClientsSignales PIC 9(5) VALUE 0.
       01 WS-svNbSeuil PIC 9(5) VALUE 0.
       01 WS-svNbFract PIC 9(5) VALUE 0.
       01 WS-svNbCumul PIC 9(5) VALUE 0.
       01 WS-svNbRetrait PIC 9(5) VALUE 0.
       01 WS-svEntete.
           02 FILLER PIC X(31) VALUE '-- SURVEILLANCE DES MOUVEMENTS '.
           02 WS-sve-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-sve-annee PIC 9(4).
           02 FILLER PIC X(3) VALUE ' --'.
       01 WS-svParam1.
           02 FILLER PIC X(15) VALUE 'Seuil unitaire '.
           02 WS-svp-seuil PIC Z(6)9.99.
           02 FILLER PIC X(18) VALUE ' - fractionnement '.
           02 WS-svp-nbProches PIC Z9.
           02 FILLER PIC X(9) VALUE ' mvts >= '.
           02 WS-svp-pourcent PIC ZZ9.
           02 FILLER PIC X(5) VALUE '% en '.
           02 WS-svp-fenetre PIC Z9.
           02 FILLER PIC X(2) VALUE ' j'.
       01 WS-svParam2.
           02 FILLER PIC X(20) VALUE 'Plafond depots mois '.
           02 WS-svp-plafond PIC Z(8)9.99.
           02 FILLER PIC X(26) VALUE ' - retrait apres depot >= '.
           02 WS-svp-grosMvt PIC Z(6)9.99.
           02 FILLER PIC X(4) VALUE ' en '.
           02 WS-svp-delai PIC Z9.
           02 FILLER PIC X(2) VALUE ' j'.
       01 WS-svClientLigne.
           02 FILLER PIC X(8) VALUE 'Client '.
           02 WS-svl-clientId PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-svl-nom PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 WS-svl-prenom PIC X(15).
       01 WS-svLigne.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-svl-date PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-svl-sens PIC X(1).
           02 FILLER PIC X VALUE SPACE.
           02 WS-svl-montant PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-svl-intitule PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-svl-rSeuil PIC X(7).
           02 WS-svl-rFract PIC X(7).
           02 WS-svl-rCumul PIC X(7).
           02 WS-svl-rRetrait PIC X(7).
       01 WS-svCumulLigne.
           02 FILLER PIC X(27) VALUE '  Cumul des depots du mois '.
           02 WS-svl-cumul PIC Z(8)9.99.
           02 FILLER PIC X(10) VALUE ' > plafond'.

      *FUSION DE CLIENTS EN DOUBLE -- TABLE DES CLIENTS POUR LA
      *RECHERCHE DES DOUBLONS, CLIENT ABSORBE (SOURCE) ET CLIENT
      *CONSERVE (CIBLE), PRODUITS DE LA SOURCE A TRANSFERER
       01 WS-fusionStatus PIC XX.
       01 WS-finFusion PIC X.
           88 FIN-FUSION VALUE 'Y'.
       01 WS-dbNbClients PIC 9(4) VALUE 0.
       01 WS-dbTableOK PIC 9.
       01 WS-dbClients.
           02 WS-dbTable OCCURS 500 TIMES.
               03 WS-db-clientId PIC 9(5).
               03 WS-db-nom PIC X(15).
               03 WS-db-prenom PIC X(15).
               03 WS-db-rue PIC X(20).
               03 WS-db-codePostal PIC 9(5).
       01 WS-ixDb1 PIC 9(4).
       01 WS-ixDb2 PIC 9(4).
       01 WS-dbNbDoublons PIC 9(4).
       01 WS-dbMotif PIC X(16).
       01 WS-fuSourceId PIC 9(5).
       01 WS-fuCibleId PIC 9(5).
       01 WS-fuSourceTrouve PIC 9.
       01 WS-fuCibleTrouve PIC 9.
       01 WS-fuOK PIC 9.
       01 WS-fuSourceNom PIC X(15).
       01 WS-fuSourcePrenom PIC X(15).
       01 WS-fuNbProduits PIC 9(2).
       01 WS-fuProduits.
           02 WS-fuProduit OCCURS 10 TIMES.
               03 WS-fu-intitule PIC X(50).
               03 WS-fu-somme PIC 9(7)V99.
               03 WS-fu-dateCreation PIC 99/99/9999.
       01 WS-ixFu PIC 99.
       01 WS-fuIntituleCommun PIC 9.
       01 WS-fuNbMouvements PIC 9(5).
       01 WS-fuNbInterets PIC 9(5).
       01 WS-fuNbPrets PIC 9(3).

      *PRELEVEMENT A LA SOURCE -- RECHERCHE, SAISIE ET CUMUL DU RUN
       01 WS-tauxPasStatus PIC XX.
       01 WS-finTauxPas PIC X.
       01 WS-px-dateFin PIC 9(6).
       01 WS-px-taux PIC 9V999.
       01 WS-totalPas PIC 9(9)V99 VALUE 0.
       01 WS-totalCoutEmployeur PIC 9(9)V99 VALUE 0.

      *OPERATEURS -- CONNEXION, ROLE DE LA SESSION ET SAISIES
       01 WS-operatorStatus PIC XX.
       01 WS-el-saisiePrimes PIC 9(5)V99.
       01 WS-el-saisieHeures PIC 9(3)V99.
       01 WS-el-saisieAbsence PIC 99.
       01 WS-el-saisieType PIC X(1).
       01 WS-elSaisieOK PIC 9.
       01 WS-elements.
           02 WS-nbElements PIC 9(3) VALUE 0.
           02 WS-elTableOK PIC 9 VALUE 1.
               03 WS-el-primes PIC 9(5)V99.
               03 WS-el-heuresSup PIC 9(3)V99.
               03 WS-el-joursAbsence PIC 99.
               03 WS-el-typeAbsence PIC X(1).
               03 WS-el-consomme PIC 9.
       01 WS-ixEl PIC 9(3).
       01 WS-elALister PIC 9.
       01 WS-ficheElement PIC 9.

      *CONGES PAYES -- SOLDE DE L'EMPLOYE COURANT, JOURS SAISIS EN
      *ATTENTE DE PAIE ET JOURS D'UNE FICHE REMPLACEE (RENDUS AU
      *SOLDE AVANT D'APPLIQUER LA NOUVELLE)
       01 WS-congeStatus PIC XX.
       01 WS-cgExiste PIC 9 VALUE 0.
       01 WS-cgAcquis PIC S9(4)V99.
       01 WS-cgPris PIC S9(4)V99.
       01 WS-cgSolde PIC S9(4)V99.
       01 WS-cgAncienAcquis PIC 9V99 VALUE 0.
       01 WS-cgAncienPris PIC 99 VALUE 0.
       01 WS-cgEnAttente PIC 9(3) VALUE 0.
       01 WS-cgSaisieSolde PIC 9(3)V99.

      *HISTORIQUE DES SALAIRES -- SAISIE D'UNE REVISION, SALAIRE EN
      *VIGUEUR POUR UNE PERIODE ET RAPPELS DE SALAIRE DE L'EMPLOYE
      *COURANT DANS LE RUN DE PAIE (AU PLUS 12 PERIODES PAR RUN,
      *LES SUIVANTES RESTENT DUES ET PASSENT AU RUN SUIVANT)
       01 WS-salHistoStatus PIC XX.
       01 WS-finSalHisto PIC X.
           88 FIN-SALHISTO VALUE 'Y'.
       01 WS-shAncienSalaire PIC 9(7)V99.
       01 WS-shDateEffet PIC 9(6).
       01 WS-shDateEffet-R REDEFINES WS-shDateEffet.
           02 WS-sh-annee PIC 9(4).
           02 WS-sh-mois PIC 99.
       01 WS-shDateJour PIC 9(8).
       01 WS-shMoisCourant PIC 9(6).
       01 WS-shRetroactif PIC 9 VALUE 0.
       01 WS-shLigneEffet PIC 9(6).
       01 WS-shLigneSalaire PIC 9(7)V99.
       01 WS-shLigneNature PIC X(1).
       01 WS-shPeriode PIC 9(6).
       01 WS-shTrouve PIC 9 VALUE 0.
       01 WS-shSalaire PIC 9(7)V99.
       01 WS-shNature PIC X(1).
       01 WS-shMeilleurEffet PIC 9(6).
       01 WS-shPeriodeFiche PIC 9(6).
       01 WS-shNbLignes PIC 9(3).
       01 WS-rappels.
           02 WS-nbRappels PIC 99 VALUE 0.
           02 WS-rpTableOK PIC 9 VALUE 1.
           02 WS-rappelTable OCCURS 12 TIMES.
               03 WS-rp-mois PIC 99.
               03 WS-rp-annee PIC 9(4).
               03 WS-rp-salaire PIC 9(7)V99.
               03 WS-rp-montant PIC 9(7)V99.
       01 WS-ixRp PIC 99.
       01 WS-rpAncien PIC 9(7)V99 VALUE 0.
       01 WS-nbRappelsRun PIC 9(5) VALUE 0.
       01 WS-totalRappels PIC 9(9)V99 VALUE 0.

      *RETENUES SUR SALAIRE -- SAISIE, RETENUES DE L'EMPLOYE COURANT
      *POUR LA FICHE (5 AU PLUS, LES SUIVANTES ATTENDENT LA PERIODE
      *SUIVANTE), RETENUES D'UNE FICHE REMPLACEE (RENDUES AU RESTE
      *DU AVANT D'APPLIQUER LA NOUVELLE) ET QUOTITE SAISISSABLE
       01 WS-retenueStatus PIC XX.
       01 WS-finRetenues PIC X.
           88 FIN-RETENUES VALUE 'Y'.
       01 WS-choixRetenue PIC 9.
       01 WS-rnSaisie.
           02 WS-rn-numero PIC 9(3).
           02 WS-rn-type PIC X(1).
           02 WS-rn-libelle PIC X(20).
           02 WS-rn-periodicite PIC X(1).
           02 WS-rn-montant PIC 9(7)V99.
           02 WS-rn-debut PIC 9(6).
           02 WS-rn-debut-R REDEFINES WS-rn-debut.
               03 WS-rn-debutAnnee PIC 9(4).
               03 WS-rn-debutMois PIC 99.
           02 WS-rn-fin PIC 9(6).
           02 WS-rn-fin-R REDEFINES WS-rn-fin.
               03 WS-rn-finAnnee PIC 9(4).
               03 WS-rn-finMois PIC 99.
           02 WS-rn-solde PIC 9(7)V99.
       01 WS-rnSaisieOK PIC 9.
       01 WS-rnDernierNumero PIC 9(3).
       01 WS-rnNbListees PIC 9(3).
       01 WS-rnTypeCode PIC X(1).
       01 WS-rnTypeLibelle PIC X(10).
       01 WS-rnPeriode PIC 9(6).
       01 WS-rnSoldeDispo PIC 9(7)V99.
       01 WS-rnAncienMontant PIC 9(7)V99.
       01 WS-rnEligible PIC 9.
       01 WS-rnModifiee PIC 9.
       01 WS-rnMontant PIC 9(7)V99.
       01 WS-rnDisponible PIC 9(7)V99.
       01 WS-rnNetBase PIC 9(7)V99.
       01 WS-rnQuotite PIC 9(7)V99.
       01 WS-rnBaseAnnuelle PIC 9(9)V99.
       01 WS-rnQuotiteAnnuelle PIC 9(9)V99.
       01 WS-rnTranche PIC 9(9)V99.
       01 WS-rnSeuilPrec PIC 9(9)V99.
       01 WS-rnDeborde PIC 9 VALUE 0.
       01 WS-retenues.
           02 WS-nbRetenues PIC 9 VALUE 0.
           02 WS-retenueTable OCCURS 5 TIMES.
               03 WS-rt-numero PIC 9(3).
               03 WS-rt-type PIC X(1).
               03 WS-rt-libelle PIC X(20).
               03 WS-rt-montant PIC 9(7)V99.
       01 WS-rnAnciennes.
           02 WS-nbRnAnciennes PIC 9 VALUE 0.
           02 WS-rnAncienneTable OCCURS 5 TIMES.
               03 WS-ra-numero PIC 9(3).
               03 WS-ra-montant PIC 9(7)V99.
       01 WS-ixRn PIC 9.
       01 WS-ixRa PIC 9.
       01 WS-ixTr PIC 9.
      *BAREME DES SAISIES SUR SALAIRE (ARTICLE R3252-2 DU CODE DU
      *TRAVAIL, A METTRE A JOUR A CHAQUE DECRET ANNUEL) -- SEUILS DE
      *REMUNERATION ANNUELLE NETTE ET FRACTION SAISISSABLE DE
      *CHAQUE TRANCHE ; LE SALARIE GARDE EN TOUT ETAT DE CAUSE LE
      *MONTANT FORFAITAIRE DU RSA POUR UNE PERSONNE SEULE
       01 WS-rnBaremeDef.
           02 FILLER PIC X(12) VALUE '000437000500'.
           02 FILLER PIC X(12) VALUE '000852001000'.
           02 FILLER PIC X(12) VALUE '001271002000'.
           02 FILLER PIC X(12) VALUE '001689002500'.
           02 FILLER PIC X(12) VALUE '002106003333'.
           02 FILLER PIC X(12) VALUE '002530006667'.
           02 FILLER PIC X(12) VALUE '999999910000'.
       01 WS-rnBaremeTable REDEFINES WS-rnBaremeDef.
           02 WS-rnTrancheSaisie OCCURS 7 TIMES.
               03 WS-rnSeuil PIC 9(7).
               03 WS-rnFraction PIC 9V9999.
       01 WS-rnMinimumRsa PIC 9(5)V99 VALUE 646.52.
       01 WS-runRappelTexte.
           02 FILLER PIC X(18) VALUE 'rappel de salaire '.
           02 WS-run-rpMois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-run-rpAnnee PIC 9(4).
           02 FILLER PIC X(3) VALUE ' : '.
           02 WS-run-rpMontant PIC Z(6)9.99.

      *CONTROLE DES ECARTS DE PAIE -- FICHES DE L'EMPLOYE COURANT
      *POUR LA PERIODE ET LA PRECEDENTE (LECTURE EN ORDRE DE CLE,
      *RUPTURE SUR L'EMPLOYE), SEUIL, TOTAUX ET LIGNES DU RAPPORT
       01 WS-seuilStatus PIC XX.
       01 WS-ecartsStatus PIC XX.
       01 WS-ecartAcqStatus PIC XX.
       01 WS-finSeuil PIC X.
           88 FIN-SEUIL VALUE 'Y'.
       01 WS-finEcartAcq PIC X.
           88 FIN-ECART-ACQ VALUE 'Y'.
       01 WS-ecSeuil PIC 9(3)V99 VALUE 20.
       01 WS-se-pourcent PIC 9(3)V99.
      *TOLERANCE SUR LES COTISATIONS : ECART ADMIS ENTRE LES
      *COTISATIONS DU MOIS ET CELLES ATTENDUES AU PRORATA DU BRUT
       01 WS-ecToleranceCot PIC 9V99 VALUE 0.02.
       01 WS-ecMoisPrec PIC 99.
       01 WS-ecAnneePrec PIC 9(4).
       01 WS-ecIdCourant PIC 9(5).
       01 WS-ecCurTrouve PIC 9.
       01 WS-ecPrevTrouve PIC 9.
       01 WS-ecCur.
           02 WS-ec-curBrut PIC 9(7)V99.
           02 WS-ec-curCotis PIC 9(7)V99.
           02 WS-ec-curNet PIC 9(7)V99.
           02 WS-ec-curNetAPayer PIC 9(7)V99.
       01 WS-ecPrev.
           02 WS-ec-prevBrut PIC 9(7)V99.
           02 WS-ec-prevCotis PIC 9(7)V99.
           02 WS-ec-prevNet PIC 9(7)V99.
           02 WS-ec-prevNetAPayer PIC 9(7)V99.
       01 WS-ecEcart PIC 9(7)V99.
       01 WS-ecCotAttendue PIC 9(7)V99.
       01 WS-ecNbEcarts PIC 9(5) VALUE 0.
       01 WS-ecNbCourant PIC 9(5) VALUE 0.
       01 WS-ecNbPrecedent PIC 9(5) VALUE 0.
       01 WS-ecTotalCourant PIC 9(9)V99 VALUE 0.
       01 WS-ecTotalPrecedent PIC 9(9)V99 VALUE 0.
       01 WS-ecEtat PIC 9 VALUE 0.
       01 WS-ecAcquitte PIC 9 VALUE 0.
       01 WS-ecaEntete.
           02 FILLER PIC X(18) VALUE '-- ECARTS DE PAIE '.
           02 WS-eca-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-eca-annee PIC 9(4).
           02 FILLER PIC X(8) VALUE ' contre '.
           02 WS-eca-moisPrec PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-eca-anneePrec PIC 9(4).
           02 FILLER PIC X(10) VALUE ' - seuil '.
           02 WS-eca-seuil PIC ZZ9.99.
           02 FILLER PIC X(5) VALUE ' % --'.
       01 WS-ecaLigne.
           02 FILLER PIC X(8) VALUE 'ECART : '.
           02 WS-eca-idEmploye PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-eca-motif PIC X(36).
           02 WS-eca-avant PIC Z(6)9.99.
           02 FILLER PIC X(4) VALUE ' -> '.
           02 WS-eca-apres PIC Z(6)9.99.
       01 WS-ecaTotLigne.
           02 WS-eca-totLibelle PIC X(32).
           02 WS-eca-totValeur PIC -Z(9)9.99.

      *CHAINE DE CLOTURE MENSUELLE -- ETAPE COURANTE, RESULTAT ET
      *LIGNES DU JOURNAL CONSOLIDE
       01 WS-clotEtatStatus PIC XX.
       01 WS-clotLogStatus PIC XX.
       01 WS-finClotEtat PIC X.
           88 FIN-CLOT-ETAT VALUE 'Y'.
       01 WS-clEtape PIC 9 VALUE 1.
       01 WS-clStatut PIC X(1).
       01 WS-clOK PIC 9 VALUE 1.
       01 WS-clOverride PIC 9 VALUE 0.
       01 WS-clPaieInterrompue PIC 9 VALUE 0.
       01 WS-clNbProblemes PIC 9(5) VALUE 0.
       01 WS-clotEntete.
           02 FILLER PIC X(18) VALUE 'CLOTURE MENSUELLE '.
           02 WS-clo-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-clo-annee PIC 9(4).
           02 FILLER PIC X(12) VALUE ' - lancee le'.
           02 FILLER PIC X VALUE SPACE.
           02 WS-clo-date PIC 9(8).
           02 FILLER PIC X(3) VALUE ' a '.
           02 WS-clo-heure PIC 9(8).
           02 FILLER PIC X(6) VALUE ' par '.
           02 WS-clo-operateur PIC X(8).
       01 WS-clotLigne.
           02 FILLER PIC X(8) VALUE '  Etape '.
           02 WS-clo-etape PIC 9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-clo-libelle PIC X(9).
           02 FILLER PIC X(2) VALUE ': '.
           02 WS-clo-resultat PIC X(27).
           02 WS-clo-cptLibelle PIC X(20).
           02 WS-clo-cptValeur PIC ZZZZ9.
       01 WS-clotTexte.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-clo-texte PIC X(60).
           02 WS-clo-texteEtape PIC 9.

      *MODIFICATIONS EN ATTENTE DE VALIDATION (IBAN, BIC, SALAIRE)
       01 WS-modifStatus PIC XX.
       01 WS-finModif PIC X.
           88 FIN-MODIF VALUE 'Y'.
       01 WS-maDernierNumero PIC 9(6).
       01 WS-maNbListees PIC 9(5).
       01 WS-maNbDemandes PIC 9 VALUE 0.
       01 WS-maNbIgnorees PIC 9 VALUE 0.
       01 WS-maAttIban PIC 9 VALUE 0.
       01 WS-maAttBic PIC 9 VALUE 0.
       01 WS-maAttSalaire PIC 9 VALUE 0.
       01 WS-maAppliquee PIC 9 VALUE 0.
       01 WS-maChamp PIC X(1).
       01 WS-maChampLibelle PIC X(7).
       01 WS-maAncienneValeur PIC X(34).
       01 WS-maAncienneValeur-R REDEFINES WS-maAncienneValeur.
           02 WS-maAncienSalaire PIC 9(7)V99.
           02 FILLER PIC X(25).
       01 WS-maNouvelleValeur PIC X(34).
       01 WS-maNouvelleValeur-R REDEFINES WS-maNouvelleValeur.
           02 WS-maNouveauSalaire PIC 9(7)V99.
           02 FILLER PIC X(25).
       01 WS-maDemandeur PIC X(8).
       01 WS-ma-numero PIC 9(6).
       01 WS-ma-decision PIC X(1).
       01 WS-nbAlertesIban PIC 9(5) VALUE 0.
       01 WS-preAlerteLigne.
           02 FILLER PIC X(11) VALUE 'ALERTE   : '.
           02 WS-preAlerteTexte PIC X(42).
           02 WS-preAlerteCle PIC X(5).

      *SOLDE DE TOUT COMPTE -- SAISIE DES INDEMNITES, PERIODE DE LA
      *FICHE DE SOLDE, CUMUL DES SALAIRES DES 12 DERNIERS MOIS ET
      *LIGNES D'EDITION DES DOCUMENTS DE FIN DE CONTRAT
       01 WS-indemStatus PIC XX.
       01 WS-sortieStatus PIC XX.
       01 WS-finIndem PIC X.
           88 FIN-INDEM VALUE 'Y'.
       01 WS-is-preavis PIC 9(7)V99.
       01 WS-is-licenciement PIC 9(7)V99.
       01 WS-stcEnCours PIC 9 VALUE 0.
       01 WS-stcOK PIC 9 VALUE 0.
       01 WS-psStatutAncien PIC X(1).
       01 WS-cgAncienIndemnises PIC 9(3)V99 VALUE 0.
       01 WS-baseCotisable PIC 9(7)V99.
       01 WS-nbSoldes PIC 9(5) VALUE 0.
       01 WS-stcPeriodeDebut PIC 9(6).
       01 WS-stcPeriodeFin PIC 9(6).
       01 WS-stcPeriodeFiche PIC 9(6).
       01 WS-stcDebutMois PIC 99.
       01 WS-stcDebutAnnee PIC 9(4).
       01 WS-stcTotalBrut PIC 9(9)V99.
       01 WS-sorDate PIC 9(8).
       01 WS-sorDate-R REDEFINES WS-sorDate.
           02 WS-sd-annee PIC 9(4).
           02 WS-sd-mois PIC 99.
           02 WS-sd-jour PIC 99.
       01 WS-sorEntete.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(55) VALUE
               'BANQUE GENERALE DU COMMERCE - FIN DE CONTRAT'.
       01 WS-sorTitre PIC X(64).
       01 WS-sorContrat.
           02 FILLER PIC X(20) VALUE '  Type de contrat : '.
           02 WS-sor-typeContrat PIC X(3).
       01 WS-sorDateLigne.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-sor-dateLibelle PIC X(30).
           02 WS-sor-jour PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-sor-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-sor-annee PIC 9(4).
       01 WS-sorTexte.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-sor-texte PIC X(62).
       01 WS-sorBrutLigne.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-sor-brutMois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-sor-brutAnnee PIC 9(4).
           02 FILLER PIC X(21) VALUE SPACES.
           02 WS-sor-brut PIC Z(6)9.99.
       01 WS-sorConges.
           02 FILLER PIC X(32) VALUE
               '  Conges non pris indemnises :'.
           02 WS-sor-joursIndemnises PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE ' jours'.
       01 WS-sorPied PIC X(56) VALUE
           'Documents remis au salarie - a conserver sans limitation'.

      *VALIDATION DES DATES EMPLOYE SAISIES (AAAAMMJJ OU 0)
       01 WS-dateValide PIC 9.
       01 WS-dateAValider PIC 9(8).
           02 WS-decNbAnomalies PIC 9(5) VALUE 0.
           02 WS-decTotalLignes PIC 9(11)V99 VALUE 0.
           02 WS-decTotalCotis PIC 9(11)V99 VALUE 0.
           02 WS-decTotalPatLignes PIC 9(11)V99 VALUE 0.
           02 WS-decTotalPatFiches PIC 9(11)V99 VALUE 0.
           02 WS-decSommeFiche PIC 9(9)V99.
           02 WS-decSommePatFiche PIC 9(9)V99.
           02 WS-decPatLigne PIC 9(7)V99.
           02 WS-decContratFiche PIC X(3).
           02 WS-nbOrganismes PIC 99 VALUE 0.
           02 WS-orgTableOK PIC 9 VALUE 1.
           02 WS-organismeTable OCCURS 10 TIMES INDEXED BY WS-ixO.
               03 WS-orgLibelle PIC X(12).
               03 WS-orgMontant PIC 9(9)V99.
               03 WS-orgPatronal PIC 9(9)V99.
               03 WS-orgNbContrats PIC 9.
               03 WS-orgContrat OCCURS 5 TIMES.
                   04 WS-orgTypeContrat PIC X(3).
                   04 WS-orgCtBase PIC 9(9)V99.
                   04 WS-orgCtMontant PIC 9(9)V99.
                   04 WS-orgCtPatronal PIC 9(9)V99.
       01 WS-ixOrgCt PIC 9.
       01 WS-declEnTete.
           02 FILLER PIC X(13) VALUE 'Trimestre : T'.
           02 WS-dec-ctType PIC X(3).
           02 FILLER PIC X(7) VALUE ' base '.
           02 WS-dec-ctBase PIC Z(8)9.99.
           02 FILLER PIC X(10) VALUE ' salarial '.
           02 WS-dec-ctMontant PIC Z(8)9.99.
           02 FILLER PIC X(10) VALUE ' patronal '.
           02 WS-dec-ctPatronal PIC Z(8)9.99.
       01 WS-declTotLigne.
           02 WS-dec-totLibelle PIC X(30).
           02 WS-dec-totValeur PIC Z(10)9.99.
           02 WS-bul-mois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-bul-annee PIC 9(4).
       01 WS-bulService.
           02 FILLER PIC X(10) VALUE 'Service : '.
           02 WS-bul-codeService PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-bul-libService PIC X(30).
           02 FILLER PIC X(10) VALUE ' - centre '.
           02 WS-bul-centreCout PIC X(6).
       01 WS-bulMontantLigne.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-bul-libelle PIC X(30).
           02 WS-bul-joursMois PIC Z9.
           02 FILLER PIC X(17) VALUE ' jours) - deduit '.
           02 WS-bul-prorataMontant PIC Z(6)9.99.
       01 WS-bulCotEntete PIC X(56) VALUE
           '  Cotisations (base x taux salarial | part patronale) :'.
       01 WS-bulCotLigne.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WS-bul-cotLibelle PIC X(12).
           02 WS-bul-cotTaux PIC 9.999.
           02 FILLER PIC X(3) VALUE ' = '.
           02 WS-bul-cotMontant PIC Z(6)9.99.
           02 FILLER PIC X(3) VALUE ' | '.
           02 WS-bul-cotTauxPat PIC 9.999.
           02 FILLER PIC X(3) VALUE ' = '.
           02 WS-bul-cotMontantPat PIC Z(6)9.99.
       01 WS-bulConges.
           02 FILLER PIC X(24) VALUE '  Conges payes : acquis '.
           02 WS-bul-cgAcquis PIC Z9.99.
           02 FILLER PIC X(6) VALUE ' pris '.
           02 WS-bul-cgPris PIC Z9.
           02 FILLER PIC X(7) VALUE ' solde '.
           02 WS-bul-cgSolde PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE ' jours'.
       01 WS-bulRappel.
           02 FILLER PIC X(20) VALUE '  Rappel de salaire '.
           02 WS-bul-rpMois PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 WS-bul-rpAnnee PIC 9(4).
           02 FILLER PIC X(5) VALUE SPACES.
           02 WS-bul-rpMontant PIC Z(6)9.99.
       01 WS-bulRetenue.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-bul-rnType PIC X(10).
           02 WS-bul-rnLibelle PIC X(20).
           02 WS-bul-rnMontant PIC Z(6)9.99.
       01 WS-bulSoldeTC PIC X(40) VALUE
           '  SOLDE DE TOUT COMPTE - DERNIERE PAIE'.
       01 WS-bulPied PIC X(55) VALUE
           'Document remis au salarie - a conserver sans limitation'.
       01 WS-confirm PIC X(1).
       01 WS-cumulBrut PIC 9(9)V99.
       01 WS-cumulCotis PIC 9(9)V99.
       01 WS-cumulNet PIC 9(9)V99.
       01 WS-cumulCout PIC 9(9)V99.
       01 WS-nbHisto PIC 9(3).
       01 WS-modeBatch PIC X(80).
       01 WS-batchMode PIC X(10).
       01 WS-batchArg1 PIC X(10).
       01 WS-batchArg2 PIC X(10).
       01 WS-batchArg3 PIC X(10).
       01 WS-batchArg4 PIC X(10).
       01 WS-nbFiches PIC 9(5) VALUE 0.
       01 nbLine PIC 99 VALUE 1.
       01 BOOL PIC 9 VALUE 1.
               03 LINE 13 COL 8
                   VALUE 'Sortie (AAAAMMJJ, 0 si aucune)   :'.
               03 s-dateSortie PIC 9(8) TO dateSortie.
           02 ss-codeService.
               03 LINE 14 COL 8 VALUE 'Service (code) :'.
               03 s-codeService PIC X(4) TO codeService REQUIRED.
       01 s-PayPeriod.
           02 ss-moisPaie.
               03 LINE 13 COL 8 VALUE 'Mois (MM) :'.
           02 LINE 12 COL 30 PIC $*****V99 FROM pasPaie.
           02 LINE 13 COL 8 VALUE 'NET A PAYER :'.
           02 LINE 13 COL 30 PIC $*****V99 FROM netAPayer.
           02 LINE 14 COL 8 VALUE 'Part patronale :'.
           02 LINE 14 COL 30 PIC $*****V99 FROM cotisationsPatronales.
           02 LINE 15 COL 8 VALUE 'Cout employeur :'.
           02 LINE 15 COL 30 PIC $*****V99 FROM coutEmployeur.
           02 LINE 16 COL 8 VALUE 'Conges acquis :'.
           02 LINE 16 COL 30 PIC Z9.99 FROM congesAcquis.
           02 LINE 17 COL 8 VALUE 'Conges pris :'.
           02 LINE 17 COL 30 PIC Z9 FROM joursConges.
           02 LINE 18 COL 8 VALUE 'Solde conges :'.
           02 LINE 18 COL 30 PIC ZZ9.99 FROM congesSolde.
           02 LINE 19 COL 8 VALUE 'Retenues apres impot :'.
           02 LINE 19 COL 30 PIC $*****V99 FROM retenuesPaie.
       01 ss-choix.
           02 LINE 2 COL 8 VALUE 'FAITE VOTRE CHOIX'.
           02 LINE 3 COL 8 VALUE '- (0) Creation de CLIENT'.
           02 LINE 17 COL 8 VALUE '- (14) Elements VARIABLES'.
           02 LINE 18 COL 8 VALUE '- (15) Gestion OPERATEURS'.
           02 LINE 19 COL 8 VALUE '- (16) Releve CLIENT'.
           02 LINE 20 COL 8 VALUE '- (17) Prets CLIENTS'.
           02 LINE 21 COL 8 VALUE '- (18) Fusion CLIENTS'.
           02 LINE 22 COL 8 VALUE '- (19) SERVICES et centres de cout'.
           02 LINE 24 COL 12.
           02 s-choix PIC 99 TO WS-choix REQUIRED.
       01 s-FiltreAudit.
           02 ss-filtreAuditChoix.
           02 LINE 4 COL 8 VALUE '- (1) Liste OPERATEURS'.
           02 LINE 6 COL 12.
           02 s-choixOperateur PIC 9 TO WS-choixOperateur REQUIRED.
       01 ss-choixService.
           02 LINE 2 COL 8 VALUE 'SERVICES ET CENTRES DE COUT'.
           02 LINE 3 COL 8 VALUE '- (0) Creation SERVICE'.
           02 LINE 4 COL 8 VALUE '- (1) Liste SERVICES'.
           02 LINE 5 COL 8 VALUE '- (2) Modification SERVICE'.
           02 LINE 6 COL 8 VALUE '- (3) Suppression SERVICE'.
           02 LINE 8 COL 12.
           02 s-choixService PIC 9 TO WS-choixService REQUIRED.
       01 s-Service.
           02 ss-srv-code.
               03 LINE 10 COL 8 VALUE 'Code service (4 car.) :'.
               03 s-srv-code PIC X(4) TO WS-srv-code REQUIRED.
           02 ss-srv-libelle.
               03 LINE 11 COL 8 VALUE 'Libelle :'.
               03 s-srv-libelle PIC X(30) TO WS-srv-libelle REQUIRED.
           02 ss-srv-centreCout.
               03 LINE 12 COL 8 VALUE 'Centre de cout (6 car.) :'.
               03 s-srv-centreCout PIC X(6) TO WS-srv-centreCout
                   REQUIRED.
       01 s-ConfirmDouble.
           02 ss-confirmDouble.
               03 LINE 18 COL 8 VALUE
           02 LINE 6 COL 8 VALUE '- (3) Ajouter taux PRODUIT'.
           02 LINE 7 COL 8 VALUE '- (4) Afficher taux PAS'.
           02 LINE 8 COL 8 VALUE '- (5) Ajouter taux PAS'.
           02 LINE 9 COL 8 VALUE '- (6) Seuil des ECARTS de paie'.
           02 LINE 10 COL 8 VALUE '- (7) Seuils de SURVEILLANCE'.
           02 LINE 12 COL 12.
           02 s-choixTaux PIC 9 TO WS-choixTaux REQUIRED.
       01 s-SeuilEcart.
           02 ss-se-pourcent.
               03 LINE 13 COL 8 VALUE 'Seuil variation du net (%) :'.
               03 s-se-pourcent PIC 9(3)V99 TO WS-se-pourcent
                   REQUIRED.
       01 s-ParamLcb.
           02 ss-lp-seuil.
               03 LINE 13 COL 8 VALUE 'Seuil unitaire (montant) :'.
               03 s-lp-seuil PIC 9(7)V99 TO WS-lp-seuil REQUIRED.
           02 ss-lp-pourcent.
               03 LINE 14 COL 8
                   VALUE 'Zone sous le seuil (% du seuil) :'.
               03 s-lp-pourcent PIC 9(3) TO WS-lp-pourcent REQUIRED.
           02 ss-lp-nbProches.
               03 LINE 15 COL 8
                   VALUE 'Mouvements proches du seuil (nb) :'.
               03 s-lp-nbProches PIC 99 TO WS-lp-nbProches REQUIRED.
           02 ss-lp-fenetre.
               03 LINE 16 COL 8 VALUE 'Fenetre (jours) :'.
               03 s-lp-fenetre PIC 99 TO WS-lp-fenetre REQUIRED.
           02 ss-lp-plafond.
               03 LINE 17 COL 8 VALUE 'Plafond des depots du mois :'.
               03 s-lp-plafond PIC 9(9)V99 TO WS-lp-plafond REQUIRED.
           02 ss-lp-grosMvt.
               03 LINE 18 COL 8
                   VALUE 'Gros depot / retrait (montant) :'.
               03 s-lp-grosMvt PIC 9(7)V99 TO WS-lp-grosMvt REQUIRED.
           02 ss-lp-delai.
               03 LINE 19 COL 8
                   VALUE 'Retrait apres gros depot (jours) :'.
               03 s-lp-delai PIC 99 TO WS-lp-delai REQUIRED.
       01 s-LcbConfirm.
           02 ss-lcbConfirm.
               03 LINE 19 COL 8
                   VALUE 'Confirmer le mouvement (O/N) :'.
               03 s-lcbConfirm PIC X(1) TO WS-confirm REQUIRED.
       01 s-TauxPasSaisie.
           02 ss-px-dateDebut.
               03 LINE 13 COL 8 VALUE 'Effet du (AAAAMM) :'.
               03 LINE 17 COL 8 VALUE 'Jours d absence :'.
               03 s-el-absence PIC 99 TO WS-el-saisieAbsence
                   REQUIRED.
           02 ss-el-typeAbsence.
               03 LINE 18 COL 8
                   VALUE 'Type (S=sans solde C=conges payes) :'.
               03 s-el-typeAbsence PIC X(1) TO WS-el-saisieType
                   REQUIRED.
       01 s-Mouvement.
           02 ss-mv-intitule.
               03 LINE 14 COL 8 VALUE 'Intitule du produit :'.
           02 ss-mv-montant.
               03 LINE 17 COL 8 VALUE 'Montant (Format 0,00) :'.
               03 s-mv-montant PIC 9(7)V99 TO WS-mv-montant REQUIRED.
       01 s-Fusion.
           02 ss-fu-source.
               03 LINE 21 COL 8
                   VALUE 'Client absorbe (source, 0 = retour) :'.
               03 s-fu-source PIC 9(5) TO WS-fuSourceId REQUIRED.
           02 ss-fu-cible.
               03 LINE 22 COL 8 VALUE 'Client conserve (cible) :'.
               03 s-fu-cible PIC 9(5) TO WS-fuCibleId REQUIRED.
       01 ss-choixPret.
           02 LINE 2 COL 8 VALUE 'PRETS CLIENTS'.
           02 LINE 3 COL 8 VALUE '- (0) Creation PRET'.
           02 LINE 4 COL 8 VALUE '- (1) Liste des PRETS d un client'.
           02 LINE 5 COL 8 VALUE '- (2) Edition ECHEANCIER'.
           02 LINE 7 COL 12.
           02 s-choixPret PIC 9 TO WS-choixPret REQUIRED.
       01 s-PretSaisie.
           02 ss-pr-capital.
               03 LINE 17 COL 8 VALUE 'Capital emprunte :'.
               03 s-pr-capital PIC 9(7)V99 TO WS-pr-capital REQUIRED.
           02 ss-pr-taux.
               03 LINE 18 COL 8 VALUE 'Taux annuel (0999 = 0.999) :'.
               03 s-pr-taux PIC 9V999 TO WS-pr-taux REQUIRED.
           02 ss-pr-duree.
               03 LINE 19 COL 8 VALUE 'Duree en mois (1 a 360) :'.
               03 s-pr-duree PIC 9(3) TO WS-pr-duree REQUIRED.
           02 ss-pr-numero.
               03 LINE 9 COL 8 VALUE 'Numero du pret :'.
               03 s-pr-numero PIC 9(6) TO WS-pr-numero REQUIRED.
       01 s-TauxSaisie.
           02 ss-tx-typeContrat.
               03 LINE 3 COL 8 VALUE 'Type contrat (CDI/CDD/INT) :'.
           02 ss-tx-taux.
               03 LINE 7 COL 8 VALUE 'Taux (format 0999 = 0.999) :'.
               03 s-tx-taux PIC 9V999 TO WS-tx-taux REQUIRED.
           02 ss-tx-tauxPatronal.
               03 LINE 8 COL 8 VALUE 'Taux patronal (0999 = 0.999) :'.
               03 s-tx-tauxPatronal PIC 9V999 TO WS-tx-tauxPatronal
                   REQUIRED.
       01 s-Histo.
           02 ss-anneeHisto.
               03 LINE 13 COL 8 VALUE 'Annee du cumul (AAAA) :'.
           02 LINE 4 COL 8 VALUE '- (1) Affichage EMPLOYE'.
           02 LINE 5 COL 8 VALUE '- (2) Modification EMPLOYE'.
           02 LINE 6 COL 8 VALUE '- (3) Suppression EMPLOYE'.
           02 LINE 7 COL 8 VALUE '- (4) Solde CONGES'.
           02 LINE 8 COL 8 VALUE '- (5) Historique SALAIRE'.
           02 LINE 9 COL 8 VALUE '- (6) Retenues SUR SALAIRE'.
           02 LINE 10 COL 8 VALUE '- (7) Indemnites de SORTIE'.
           02 LINE 11 COL 8 VALUE '- (8) Validation MODIFICATIONS'.
           02 LINE 13 COL 12.
           02 s-choixEmploye PIC 9 TO WS-choixEmploye REQUIRED.
       01 aff-ficheEmploye.
           02 LINE 2 COL 8 VALUE '-- EMPLOYE --'.
           02 LINE 3 COL 8 PIC 99999 FROM idEmploye.
           02 LINE 4 COL 8 PIC X(15) FROM nomEmploye.
           02 LINE 5 COL 8 PIC X(15) FROM prenomEmploye.
           02 LINE 6 COL 8 VALUE 'Service :'.
           02 LINE 6 COL 30 PIC X(4) FROM codeService.
           02 LINE 7 COL 8 VALUE 'Salaire de base :'.
           02 LINE 7 COL 30 PIC $*****V99 FROM salaireBase.
           02 LINE 8 COL 8 VALUE 'Type contrat :'.
           02 LINE 11 COL 30 PIC 9(8) FROM dateEntree.
           02 LINE 12 COL 8 VALUE 'Sortie (AAAAMMJJ) :'.
           02 LINE 12 COL 30 PIC 9(8) FROM dateSortie.
           02 LINE 13 COL 8 VALUE 'Solde tout compte :'.
           02 LINE 13 COL 30 PIC X(1) FROM soldeToutCompte.
           02 LINE 13 COL 32 PIC 9(8) FROM dateSolde.
       01 aff-congesEmploye.
           02 LINE 14 COL 8 VALUE 'Conges acquis (jours) :'.
           02 LINE 14 COL 34 PIC -ZZZ9.99 FROM WS-cgAcquis.
           02 LINE 15 COL 8 VALUE 'Conges pris (jours) :'.
           02 LINE 15 COL 34 PIC -ZZZ9.99 FROM WS-cgPris.
           02 LINE 16 COL 8 VALUE 'Solde conges (jours) :'.
           02 LINE 16 COL 34 PIC -ZZZ9.99 FROM WS-cgSolde.
       01 s-SoldeConges.
           02 ss-confirmConges.
               03 LINE 18 COL 8 VALUE 'Reprendre le solde (O/N) :'.
               03 s-confirmConges PIC X(1) TO WS-confirm REQUIRED.
           02 ss-cgSaisieSolde.
               03 LINE 19 COL 8 VALUE 'Solde repris (jours) :'.
               03 s-cgSaisieSolde PIC 9(3)V99 TO WS-cgSaisieSolde
                   REQUIRED.
       01 s-SalaireEffet.
           02 ss-sh-dateEffet.
               03 LINE 15 COL 8
                   VALUE 'Effet du nouveau salaire (AAAAMM) :'.
               03 s-sh-dateEffet PIC 9(6) TO WS-shDateEffet REQUIRED.
       01 s-ChoixRetenue.
           02 ss-choixRetenue.
               03 LINE 21 COL 8
                   VALUE '(0) Ajouter (1) Annuler (2) Retour :'.
               03 s-choixRetenue PIC 9 TO WS-choixRetenue REQUIRED.
           02 ss-rn-numero.
               03 LINE 22 COL 8 VALUE 'Numero de la retenue :'.
               03 s-rn-numero PIC 9(3) TO WS-rn-numero REQUIRED.
       01 s-RetenueSaisie.
           02 ss-rn-type.
               03 LINE 3 COL 8
                   VALUE 'Type (A=acompte S=saisie P=plan) :'.
               03 s-rn-type PIC X(1) TO WS-rn-type REQUIRED.
           02 ss-rn-libelle.
               03 LINE 4 COL 8 VALUE 'Libelle :'.
               03 s-rn-libelle PIC X(20) TO WS-rn-libelle REQUIRED.
           02 ss-rn-periodicite.
               03 LINE 5 COL 8
                   VALUE 'Periodicite (M=mensuelle U=unique) :'.
               03 s-rn-periodicite PIC X(1) TO WS-rn-periodicite
                   REQUIRED.
           02 ss-rn-montant.
               03 LINE 6 COL 8 VALUE 'Montant (mensuel ou unique) :'.
               03 s-rn-montant PIC 9(7)V99 TO WS-rn-montant REQUIRED.
           02 ss-rn-debut.
               03 LINE 7 COL 8 VALUE 'A partir de (AAAAMM) :'.
               03 s-rn-debut PIC 9(6) TO WS-rn-debut REQUIRED.
           02 ss-rn-fin.
               03 LINE 8 COL 8 VALUE 'Jusqu a (AAAAMM, 0 si aucune) :'.
               03 s-rn-fin PIC 9(6) TO WS-rn-fin.
           02 ss-rn-solde.
               03 LINE 9 COL 8 VALUE 'Montant total du :'.
               03 s-rn-solde PIC 9(7)V99 TO WS-rn-solde REQUIRED.
       01 s-IndemSortie.
           02 ss-is-preavis.
               03 LINE 15 COL 8 VALUE 'Indemnite de preavis :'.
               03 s-is-preavis PIC 9(7)V99 TO WS-is-preavis
                   REQUIRED.
           02 ss-is-licenciement.
               03 LINE 16 COL 8 VALUE 'Indemnite de licenciement :'.
               03 s-is-licenciement PIC 9(7)V99
                   TO WS-is-licenciement REQUIRED.
       01 s-ModifAttente.
           02 ss-ma-numero.
               03 LINE 21 COL 8
                   VALUE 'Numero de la demande (0 = retour) :'.
               03 s-ma-numero PIC 9(6) TO WS-ma-numero REQUIRED.
           02 ss-ma-decision.
               03 LINE 22 COL 8
                   VALUE '(A) Approuver (R) Rejeter :'.
               03 s-ma-decision PIC X TO WS-ma-decision REQUIRED.

       01  aff-fiche.
           02 LINE 2 COL 8 VALUE '-- Num Client --'.
           ACCEPT WS-modeBatch FROM COMMAND-LINE
           UNSTRING WS-modeBatch DELIMITED BY ALL SPACE
               INTO WS-batchMode WS-batchArg1 WS-batchArg2
                   WS-batchArg3 WS-batchArg4
           END-UNSTRING
           EVALUATE WS-batchMode
               WHEN 'BATCH'
                   PERFORM ReleveBatch
               WHEN 'COMPTA'
                   PERFORM ComptaBatch
               WHEN 'SORTIE'
                   PERFORM SortieBatch
               WHEN 'CLOTURE'
                   PERFORM ClotureBatch
               WHEN 'ECARTS'
                   PERFORM EcartsBatch
               WHEN 'ACQUIT'
                   PERFORM AcquitBatch
               WHEN 'ECHEANCES'
                   PERFORM EcheancesBatch
               WHEN 'SURVEIL'
                   PERFORM SurveilBatch
               WHEN 'SERVICES'
                   PERFORM ServicesBatch
               WHEN 'REPRISE'
                   PERFORM VerifierServiceReprise
                   IF WS-srvTrouve = 0 THEN
                       DISPLAY 'Reprise refusee - service '
                           WS-srvReprise ' inconnu'
                   ELSE
                       EVALUATE WS-batchArg1
                           WHEN 'PAIE'
                               PERFORM ReprendreFiches
                           WHEN 'FICHE'
                               PERFORM ReprendreFichesPatronal
                           WHEN 'EMPLOYE'
                               PERFORM ReprendreEmployesDates
                           WHEN 'SOLDE'
                               PERFORM ReprendreEmployesSolde
                           WHEN OTHER
                               PERFORM ReprendreEmployes
                       END-EVALUATE
                   END-IF
               WHEN OTHER
      *    LE MENU INTERACTIF EXIGE UN OPERATEUR CONNECTE -- SON
      *    IDENTIFIANT SIGNE ENSUITE CHAQUE LIGNE D'AUDIT
           END-IF
           CLOSE releveFile

           OPEN INPUT congeFile
           IF WS-congeStatus = '35' THEN
               OPEN OUTPUT congeFile
           END-IF
           CLOSE congeFile

           OPEN INPUT salHistoFile
           IF WS-salHistoStatus = '35' THEN
               OPEN OUTPUT salHistoFile
           END-IF
           CLOSE salHistoFile

           OPEN INPUT retenueFile
           IF WS-retenueStatus = '35' THEN
               OPEN OUTPUT retenueFile
           END-IF
           CLOSE retenueFile

           OPEN INPUT indemSortieFile
           IF WS-indemStatus = '35' THEN
               OPEN OUTPUT indemSortieFile
           END-IF
           CLOSE indemSortieFile

           OPEN INPUT modifFile
           IF WS-modifStatus = '35' THEN
               OPEN OUTPUT modifFile
           END-IF
           CLOSE modifFile

           OPEN INPUT clotEtatFile
           IF WS-clotEtatStatus = '35' THEN
               OPEN OUTPUT clotEtatFile
           END-IF
           CLOSE clotEtatFile

           OPEN INPUT clotLogFile
           IF WS-clotLogStatus = '35' THEN
               OPEN OUTPUT clotLogFile
           END-IF
           CLOSE clotLogFile

           OPEN INPUT seuilFile
           IF WS-seuilStatus = '35' THEN
               OPEN OUTPUT seuilFile
           END-IF
           CLOSE seuilFile

           OPEN INPUT ecartsFile
           IF WS-ecartsStatus = '35' THEN
               OPEN OUTPUT ecartsFile
           END-IF
           CLOSE ecartsFile

           OPEN INPUT ecartAcqFile
           IF WS-ecartAcqStatus = '35' THEN
               OPEN OUTPUT ecartAcqFile
           END-IF
           CLOSE ecartAcqFile

           OPEN INPUT pretFile
           IF WS-pretStatus = '35' THEN
               OPEN OUTPUT pretFile
           END-IF
           CLOSE pretFile

           OPEN INPUT echeanceFile
           IF WS-echeanceStatus = '35' THEN
               OPEN OUTPUT echeanceFile
           END-IF
           CLOSE echeanceFile

           OPEN INPUT echeancierFile
           IF WS-echeancierStatus = '35' THEN
               OPEN OUTPUT echeancierFile
           END-IF
           CLOSE echeancierFile

           OPEN INPUT relanceFile
           IF WS-relanceStatus = '35' THEN
               OPEN OUTPUT relanceFile
           END-IF
           CLOSE relanceFile

           OPEN INPUT serviceFile
           IF WS-serviceStatus = '35' THEN
               OPEN OUTPUT serviceFile
           END-IF
           CLOSE serviceFile

           OPEN INPUT coutServFile
           IF WS-coutServStatus = '35' THEN
               OPEN OUTPUT coutServFile
           END-IF
           CLOSE coutServFile

           OPEN INPUT lcbParamFile
           IF WS-lcbParamStatus = '35' THEN
               OPEN OUTPUT lcbParamFile
           END-IF
           CLOSE lcbParamFile

           OPEN INPUT surveilFile
           IF WS-surveilStatus = '35' THEN
               OPEN OUTPUT surveilFile
           END-IF
           CLOSE surveilFile

           OPEN INPUT sortieFile
           IF WS-sortieStatus = '35' THEN
               OPEN OUTPUT sortieFile
           END-IF
           CLOSE sortieFile

           OPEN INPUT operatorFile
           IF WS-operatorStatus = '35' THEN
               OPEN OUTPUT operatorFile

      *    BAREME LIVRE SUR UNE INSTALLATION NEUVE -- LES LIGNES
      *    DETAILLEES TOTALISENT LES TAUX HISTORIQUES (0.220 POUR LE
      *    REGIME GENERAL, 0.150 POUR LES INTERIMAIRES) ; LA PART
      *    PATRONALE TOTALISE 0.332 POUR TOUS LES CONTRATS, LA
      *    CSG-CRDS ETANT A LA SEULE CHARGE DU SALARIE
       AmorcerTauxDefaut.
           MOVE 190001 TO WS-tx-dateDebut
           MOVE 299912 TO WS-tx-dateFin
           MOVE 'INT' TO WS-tx-typeContrat
           MOVE 'SANTE' TO WS-tx-libelle
           MOVE .050 TO WS-tx-taux
           MOVE .130 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut
           MOVE 'RETRAITE' TO WS-tx-libelle
           MOVE .060 TO WS-tx-taux
           MOVE .160 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut
           MOVE 'CHOMAGE' TO WS-tx-libelle
           MOVE .020 TO WS-tx-taux
           MOVE .042 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut
           MOVE 'CSG-CRDS' TO WS-tx-libelle
           MOVE .020 TO WS-tx-taux
           MOVE 0 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut.

       AmorcerTauxGeneral.
           MOVE 'SANTE' TO WS-tx-libelle
           MOVE .070 TO WS-tx-taux
           MOVE .130 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut
           MOVE 'RETRAITE' TO WS-tx-libelle
           MOVE .100 TO WS-tx-taux
           MOVE .160 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut
           MOVE 'CHOMAGE' TO WS-tx-libelle
           MOVE .024 TO WS-tx-taux
           MOVE .042 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut
           MOVE 'CSG-CRDS' TO WS-tx-libelle
           MOVE .026 TO WS-tx-taux
           MOVE 0 TO WS-tx-tauxPatronal
           PERFORM EcrireTauxDefaut.

       EcrireTauxDefaut.
           MOVE WS-tx-dateDebut TO f-tx-dateDebut
           MOVE WS-tx-dateFin TO f-tx-dateFin
           MOVE WS-tx-taux TO f-tx-taux
           MOVE WS-tx-tauxPatronal TO f-tx-tauxPatronal
           WRITE f-taux.

       MenuInteractif.
               PERFORM ReleveClient
               MOVE 0 TO BOOL

           ELSE IF WS-choix = 17 THEN
               DISPLAY CLEAR-SCREEN
               PERFORM GererPrets
               MOVE 0 TO BOOL

           ELSE IF WS-choix = 18 THEN
               DISPLAY CLEAR-SCREEN
               PERFORM VerifierRoleSuperviseur
               IF WS-overrideOK = 1 THEN
                   PERFORM FusionClients
               END-IF
               MOVE 0 TO BOOL

           ELSE IF WS-choix = 19 THEN
               DISPLAY CLEAR-SCREEN
               PERFORM MenuService
               MOVE 0 TO BOOL

           ELSE
             DISPLAY CLEAR-SCREEN
             DISPLAY 'EXIT'
           MOVE WS-auditOperation TO f-aud-operation
           MOVE clientId TO f-aud-clientId
           MOVE WS-operateurId TO f-aud-operateur
           MOVE SPACES TO f-aud-operateur2
           MOVE 0 TO f-aud-clientLie
           OPEN EXTEND auditFile
               WRITE f-audit
           CLOSE auditFile.
                           IF f-aud-clientId NOT = clientId THEN
                               MOVE 0 TO WS-afficheLigne
                           END-IF
                           IF f-aud-clientLie IS NUMERIC THEN
                               IF f-aud-clientLie = clientId THEN
                                   MOVE 1 TO WS-afficheLigne
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-afficheLigne = 1 THEN
                       DISPLAY f-aud-date SPACE f-aud-heure SPACE
                           f-aud-operation SPACE f-aud-clientId
                           SPACE f-aud-operateur SPACE f-aud-operateur2
                           SPACE f-aud-clientLie
                       ADD 1 TO WS-nbAudit
                   END-IF
               END-IF
                   PERFORM CopierFDversWS
                   MOVE 1 TO WS-trouve
           END-READ
           MOVE 0 TO WS-prNbEnCours
           IF WS-trouve = 1 THEN
               PERFORM ChercherPretsClient
           END-IF

           IF WS-trouve = 0 THEN
               CLOSE clientFile
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Client inconnu - aucune suppression possible'
      *    UN CLIENT QUI DOIT ENCORE DU CAPITAL NE SE SUPPRIME PAS
           ELSE IF WS-prNbEnCours > 0 THEN
               CLOSE clientFile
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Suppression refusee - ' WS-prNbEnCours
                   ' pret(s) en cours pour ce client'
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY aff-fiche
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Suppression annulee'
               END-IF
           END-IF
           END-IF.

      *-----------------------
      *    FUSION DE CLIENTS EN DOUBLE (SUPERVISEUR) -- LISTE DES
      *    DOUBLONS PROBABLES (MEME NOM ET PRENOM, MEME CODE POSTAL
      *    OU MEME RUE), PUIS FUSION D'UN CLIENT SOURCE DANS UN
      *    CLIENT CIBLE : SES PRODUITS PASSENT SUR LA CIBLE, SON
      *    HISTORIQUE (MOUVEMENTS, INTERETS, PRETS) EST REPOINTE SUR
      *    LA CIBLE POUR QUE LES RELEVES RESTENT COMPLETS, PUIS LA
      *    SOURCE EST SUPPRIMEE
       FusionClients.
           PERFORM ListerDoublons
           ACCEPT ss-fu-source
           IF WS-fuSourceId NOT = 0 THEN
               ACCEPT ss-fu-cible
               IF WS-fuSourceId = WS-fuCibleId THEN
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Fusion refusee - source et cible sont'
                       ' le meme client'
               ELSE
                   PERFORM FusionnerClients
               END-IF
           END-IF.

      *    LES CLIENTS SONT CHARGES EN TABLE PUIS COMPARES DEUX A
      *    DEUX ; AU DELA DE 500 CLIENTS LA LISTE EST INCOMPLETE
       ListerDoublons.
           MOVE 0 TO WS-dbNbClients
           MOVE 1 TO WS-dbTableOK
           MOVE 'N' TO End-Of-File
           OPEN INPUT clientFile
           PERFORM UNTIL EOF
               READ clientFile NEXT RECORD
                  AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF THEN
                   IF WS-dbNbClients < 500 THEN
                       ADD 1 TO WS-dbNbClients
                       MOVE f-clientId TO WS-db-clientId(WS-dbNbClients)
                       MOVE f-nom TO WS-db-nom(WS-dbNbClients)
                       MOVE f-prenom TO WS-db-prenom(WS-dbNbClients)
                       MOVE f-rue TO WS-db-rue(WS-dbNbClients)
                       MOVE f-codePostal
                           TO WS-db-codePostal(WS-dbNbClients)
                   ELSE
                       MOVE 0 TO WS-dbTableOK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE clientFile

           DISPLAY '-- DOUBLONS PROBABLES --'
           MOVE 0 TO WS-dbNbDoublons
           PERFORM VARYING WS-ixDb1 FROM 1 BY 1
                   UNTIL WS-ixDb1 > WS-dbNbClients
               PERFORM VARYING WS-ixDb2 FROM WS-ixDb1 BY 1
                       UNTIL WS-ixDb2 > WS-dbNbClients
                   IF WS-ixDb2 > WS-ixDb1 THEN
                       PERFORM ComparerDoublon
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-dbNbDoublons = 0 THEN
               DISPLAY 'Aucun doublon probable'
           END-IF
           IF WS-dbTableOK = 0 THEN
               DISPLAY 'Liste incomplete - plus de 500 clients,'
                   ' seuls les 500 premiers sont compares'
           END-IF.

       ComparerDoublon.
           IF WS-db-nom(WS-ixDb1) = WS-db-nom(WS-ixDb2)
                   AND WS-db-prenom(WS-ixDb1) = WS-db-prenom(WS-ixDb2)
                   THEN
               MOVE SPACES TO WS-dbMotif
               IF WS-db-codePostal(WS-ixDb1)
                       = WS-db-codePostal(WS-ixDb2) THEN
                   MOVE 'meme code postal' TO WS-dbMotif
               ELSE IF WS-db-rue(WS-ixDb1) = WS-db-rue(WS-ixDb2)
                       THEN
                   MOVE 'meme rue' TO WS-dbMotif
               END-IF
               END-IF
               IF WS-dbMotif NOT = SPACES THEN
                   ADD 1 TO WS-dbNbDoublons
                   DISPLAY WS-db-clientId(WS-ixDb1) ' / '
                       WS-db-clientId(WS-ixDb2) ' '
                       WS-db-nom(WS-ixDb1) ' '
                       WS-db-prenom(WS-ixDb1) ' (' WS-dbMotif ')'
               END-IF
           END-IF.

      *    LA FUSION ELLE-MEME -- REFUSEE SI LES PRODUITS REUNIS
      *    DEPASSENT 10 OU SI UN MEME INTITULE EXISTE DES DEUX COTES
      *    (LEURS HISTORIQUES SE MELANGERAIENT AU RELEVE) ; LA CIBLE
      *    EST ECRITE AVANT LA SUPPRESSION DE LA SOURCE
       FusionnerClients.
           MOVE 0 TO WS-fuSourceTrouve
           MOVE 0 TO WS-fuCibleTrouve
           MOVE 0 TO WS-fuOK
           OPEN I-O clientFile
           MOVE WS-fuSourceId TO f-clientId
           READ clientFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CopierFDversWS
                   MOVE 1 TO WS-fuSourceTrouve
           END-READ
           IF WS-fuSourceTrouve = 1 THEN
               MOVE nom TO WS-fuSourceNom
               MOVE prenom TO WS-fuSourcePrenom
               MOVE nbProduits TO WS-fuNbProduits
               PERFORM VARYING WS-ixFu FROM 1 BY 1
                       UNTIL WS-ixFu > WS-fuNbProduits
                   MOVE intitule(WS-ixFu) TO WS-fu-intitule(WS-ixFu)
                   MOVE somme(WS-ixFu) TO WS-fu-somme(WS-ixFu)
                   MOVE dateCreation(WS-ixFu)
                       TO WS-fu-dateCreation(WS-ixFu)
               END-PERFORM
               MOVE WS-fuCibleId TO f-clientId
               READ clientFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CopierFDversWS
                       MOVE 1 TO WS-fuCibleTrouve
               END-READ
           END-IF

           IF WS-fuSourceTrouve = 0 OR WS-fuCibleTrouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Fusion refusee - client source ou cible'
                   ' inconnu'
           ELSE IF nbProduits + WS-fuNbProduits > 10 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Fusion refusee - la cible a ' nbProduits
                   ' produits et la source ' WS-fuNbProduits
                   ' : un client ne peut en porter que 10'
               DISPLAY 'Solder et retirer des produits (menus 13'
                   ' et 5) avant de fusionner'
           ELSE
               PERFORM ChercherIntituleCommun
               IF WS-fuIntituleCommun = 1 THEN
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Fusion refusee - un meme intitule de'
                       ' produit existe chez les deux clients :'
                       ' le renommer d abord (menu 5)'
               ELSE
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Source ' WS-fuSourceId ' '
                       WS-fuSourceNom ' ' WS-fuSourcePrenom
                       ' - ' WS-fuNbProduits ' produit(s)'
                   DISPLAY 'Cible  ' WS-fuCibleId ' ' nom ' '
                       prenom ' - ' nbProduits ' produit(s)'
                   IF WS-fuSourceNom NOT = nom
                           OR WS-fuSourcePrenom NOT = prenom THEN
                       DISPLAY 'ATTENTION : noms differents'
                   END-IF
                   ACCEPT ss-confirm
                   IF WS-confirm = 'O' OR WS-confirm = 'o' THEN
                       MOVE 1 TO WS-fuOK
                   ELSE
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Fusion annulee'
                   END-IF
               END-IF
           END-IF
           END-IF

           IF WS-fuOK = 1 THEN
               PERFORM VARYING WS-ixFu FROM 1 BY 1
                       UNTIL WS-ixFu > WS-fuNbProduits
                   ADD 1 TO nbProduits
                   MOVE WS-fu-intitule(WS-ixFu)
                       TO intitule(nbProduits)
                   MOVE WS-fu-somme(WS-ixFu) TO somme(nbProduits)
                   MOVE WS-fu-dateCreation(WS-ixFu)
                       TO dateCreation(nbProduits)
               END-PERFORM
               PERFORM CopierWSversFD
               REWRITE f-client
                   INVALID KEY
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Erreur de mise a jour du client cible'
                       MOVE 0 TO WS-fuOK
               END-REWRITE
           END-IF
           IF WS-fuOK = 1 THEN
               MOVE WS-fuSourceId TO f-clientId
               DELETE clientFile RECORD
                   INVALID KEY
                       DISPLAY 'Erreur de suppression du client'
                           ' source ' WS-fuSourceId
               END-DELETE
           END-IF
           CLOSE clientFile

           IF WS-fuOK = 1 THEN
               PERFORM RepointerMouvements
               PERFORM RepointerInterets
               PERFORM RepointerPrets
               MOVE 'FUSION' TO WS-auditOperation
               PERFORM EnregistrerAuditFusion
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Client ' WS-fuSourceId ' fusionne dans '
                   WS-fuCibleId ' - produits : ' WS-fuNbProduits
                   ' - mouvements : ' WS-fuNbMouvements
                   ' - interets : ' WS-fuNbInterets
                   ' - prets : ' WS-fuNbPrets
           END-IF.

       ChercherIntituleCommun.
           MOVE 0 TO WS-fuIntituleCommun
           PERFORM VARYING WS-ixFu FROM 1 BY 1
                   UNTIL WS-ixFu > WS-fuNbProduits
               MOVE WS-fu-intitule(WS-ixFu) TO WS-mv-intitule
               PERFORM ChercherProduitClient
               IF WS-produitTrouve = 1 THEN
                   MOVE 1 TO WS-fuIntituleCommun
               END-IF
           END-PERFORM.

      *    REPOINTAGE DU JOURNAL DES MOUVEMENTS -- COPIE VERS LE
      *    FICHIER DE TRAVAIL AVEC LE CLIENT CIBLE, PUIS RECOPIE
       RepointerMouvements.
           MOVE 0 TO WS-fuNbMouvements
           MOVE 'N' TO WS-finMouvements
           OPEN INPUT mouvementFile
           OPEN OUTPUT fusionTmpFile
           PERFORM UNTIL FIN-MOUVEMENTS
               READ mouvementFile NEXT RECORD
                  AT END SET FIN-MOUVEMENTS TO TRUE
               END-READ
               IF NOT FIN-MOUVEMENTS THEN
                   IF f-mv-clientId = WS-fuSourceId THEN
                       MOVE WS-fuCibleId TO f-mv-clientId
                       ADD 1 TO WS-fuNbMouvements
                   END-IF
                   WRITE f-fusionLigne FROM f-mouvement
               END-IF
           END-PERFORM
           CLOSE fusionTmpFile
           CLOSE mouvementFile

           IF WS-fuNbMouvements > 0 THEN
               MOVE 'N' TO WS-finFusion
               OPEN INPUT fusionTmpFile
               OPEN OUTPUT mouvementFile
               PERFORM UNTIL FIN-FUSION
                   READ fusionTmpFile NEXT RECORD
                      AT END SET FIN-FUSION TO TRUE
                   END-READ
                   IF NOT FIN-FUSION THEN
                       WRITE f-mouvement FROM f-fusionLigne
                   END-IF
               END-PERFORM
               CLOSE mouvementFile
               CLOSE fusionTmpFile
           END-IF.

      *    REPOINTAGE DU JOURNAL DES INTERETS -- MEME PRINCIPE
       RepointerInterets.
           MOVE 0 TO WS-fuNbInterets
           MOVE 'N' TO WS-finJournal
           OPEN INPUT journalFile
           OPEN OUTPUT fusionTmpFile
           PERFORM UNTIL FIN-JOURNAL
               READ journalFile NEXT RECORD
                  AT END SET FIN-JOURNAL TO TRUE
               END-READ
               IF NOT FIN-JOURNAL THEN
                   IF f-jr-clientId = WS-fuSourceId THEN
                       MOVE WS-fuCibleId TO f-jr-clientId
                       ADD 1 TO WS-fuNbInterets
                   END-IF
                   WRITE f-fusionLigne FROM f-journal
               END-IF
           END-PERFORM
           CLOSE fusionTmpFile
           CLOSE journalFile

           IF WS-fuNbInterets > 0 THEN
               MOVE 'N' TO WS-finFusion
               OPEN INPUT fusionTmpFile
               OPEN OUTPUT journalFile
               PERFORM UNTIL FIN-FUSION
                   READ fusionTmpFile NEXT RECORD
                      AT END SET FIN-FUSION TO TRUE
                   END-READ
                   IF NOT FIN-FUSION THEN
                       WRITE f-journal FROM f-fusionLigne
                   END-IF
               END-PERFORM
               CLOSE journalFile
               CLOSE fusionTmpFile
           END-IF.

      *    LES PRETS DE LA SOURCE PASSENT SUR LA CIBLE -- LEUR
      *    PRODUIT DE PRELEVEMENT A SUIVI LE MEME CHEMIN
       RepointerPrets.
           MOVE 0 TO WS-fuNbPrets
           MOVE 'N' TO WS-finPrets
           OPEN I-O pretFile
           PERFORM UNTIL FIN-PRETS
               READ pretFile NEXT RECORD
                  AT END SET FIN-PRETS TO TRUE
               END-READ
               IF NOT FIN-PRETS THEN
                   IF f-pr-clientId = WS-fuSourceId THEN
                       MOVE WS-fuCibleId TO f-pr-clientId
                       REWRITE f-pret
                           INVALID KEY
                               DISPLAY 'Erreur de mise a jour pret '
                                   f-pr-numero
                       END-REWRITE
                       ADD 1 TO WS-fuNbPrets
                   END-IF
               END-IF
           END-PERFORM
           CLOSE pretFile.

      *-----------------------
      *    RAPPORT PRODUITS FINANCIERS PAR VILLE ET PAR INTITULE
       RapportProduits.
           MOVE 0 TO WS-nbVilles
           MOVE 0 TO WS-nbIntitules
           MOVE 0 TO WS-grandTotal
           MOVE 'N' TO End-Of-File
           OPEN INPUT clientFile
           PERFORM UNTIL EOF
               READ clientFile NEXT RECORD INTO f-client
                  AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF THEN
                   PERFORM CopierFDversWS
                   PERFORM VARYING WS-ixProd FROM 1 BY 1
                           UNTIL WS-ixProd > nbProduits
                       PERFORM AccumulerVille
                       PERFORM AccumulerIntitule
                       ADD somme(WS-ixProd) TO WS-grandTotal
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE clientFile

           DISPLAY CLEAR-SCREEN
           DISPLAY '-- TOTAUX PAR VILLE --'
           PERFORM VARYING WS-ixV FROM 1 BY 1
                   UNTIL WS-ixV > WS-nbVilles
               DISPLAY WS-villeNom(WS-ixV) SPACE
                   WS-villeTotal(WS-ixV)
           END-PERFORM

           DISPLAY ' '
           DISPLAY '-- TOTAUX PAR PRODUIT --'
           PERFORM VARYING WS-ixI FROM 1 BY 1
                   UNTIL WS-ixI > WS-nbIntitules
               DISPLAY WS-intituleNom(WS-ixI) SPACE
                   WS-intituleTotal(WS-ixI)
           END-PERFORM

           DISPLAY ' '
           DISPLAY '-- TOTAL GENERAL --' SPACE WS-grandTotal.

       AccumulerVille.
           MOVE 0 TO WS-trouveIndex
           PERFORM VARYING WS-ixV FROM 1 BY 1
                   UNTIL WS-ixV > WS-nbVilles
               IF WS-villeNom(WS-ixV) = ville THEN
                   ADD somme(WS-ixProd) TO WS-villeTotal(WS-ixV)
                   MOVE 1 TO WS-trouveIndex
               END-IF
           END-PERFORM
           IF WS-trouveIndex = 0 AND WS-nbVilles < 50 THEN
               ADD 1 TO WS-nbVilles
               MOVE ville TO WS-villeNom(WS-nbVilles)
               MOVE somme(WS-ixProd) TO WS-villeTotal(WS-nbVilles)
           END-IF.

       AccumulerIntitule.
           MOVE 0 TO WS-trouveIndex
           PERFORM VARYING WS-ixI FROM 1 BY 1
                   UNTIL WS-ixI > WS-nbIntitules
               IF WS-intituleNom(WS-ixI) = intitule(WS-ixProd) THEN
                   ADD somme(WS-ixProd) TO WS-intituleTotal(WS-ixI)
                   MOVE 1 TO WS-trouveIndex
               END-IF
           END-PERFORM
           IF WS-trouveIndex = 0 AND WS-nbIntitules < 50 THEN
               ADD 1 TO WS-nbIntitules
               MOVE intitule(WS-ixProd)
                   TO WS-intituleNom(WS-nbIntitules)
               MOVE somme(WS-ixProd) TO WS-intituleTotal(WS-nbIntitules)
           END-IF.

      *-----------------------
      *    MOUVEMENT SUR PRODUIT FINANCIER -- DEPOT OU RETRAIT DATE
      *    SAISI AU GUICHET ; LE SOLDE N'EST PLUS RETOUCHE PAR LA
      *    MODIFICATION CLIENT, CHAQUE MOUVEMENT EST JOURNALISE
      *    ANCIEN SOLDE / MONTANT / NOUVEAU SOLDE COMME LES INTERETS
      *    ET UN RETRAIT QUI RENDRAIT LE SOLDE NEGATIF EST REFUSE
       MouvementProduit.
           MOVE 0 TO WS-trouve
           ACCEPT ss-clientID

           OPEN I-O clientFile
           MOVE clientId TO f-clientId
           READ clientFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CopierFDversWS
                   MOVE 1 TO WS-trouve
           END-READ

           IF WS-trouve = 0 THEN
           PERFORM GetSensMouvement
           PERFORM GetDateMouvement
           ACCEPT ss-mv-montant
           MOVE 1 TO WS-lcbConfirme
           IF WS-mv-sens = 'D'
                   OR WS-mv-montant <= somme(WS-ixProdMv) THEN
               PERFORM ConfirmerMouvementLcb
           END-IF

           IF WS-mv-sens = 'R'
                   AND WS-mv-montant > somme(WS-ixProdMv) THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Retrait refuse - solde insuffisant ('
                   somme(WS-ixProdMv) ')'
           ELSE IF WS-lcbConfirme = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Mouvement refuse - montant au dela du seuil'
                   ' de surveillance sans confirmation superviseur'
           ELSE
               MOVE WS-mv-date TO f-mv-date
               MOVE clientId TO f-mv-clientId
                       DISPLAY 'Mouvement enregistre - nouveau solde '
                           somme(WS-ixProdMv)
               END-REWRITE
           END-IF
           END-IF.

      *    MONTANT AU DELA DU SEUIL DE SURVEILLANCE -- UN SUPERVISEUR
      *    (CONNECTE, SINON IDENTIFIE AU CLAVIER) CONFIRME LE
      *    MOUVEMENT ; LA CONFIRMATION EST TRACEE A L'AUDIT AVEC
      *    L'AGENT ET LE SUPERVISEUR
       ConfirmerMouvementLcb.
           MOVE 1 TO WS-lcbConfirme
           PERFORM ChercherParamLcb
           IF WS-mv-montant > WS-lcbSeuil THEN
               MOVE 0 TO WS-lcbConfirme
               DISPLAY 'Montant au dela du seuil de surveillance ('
                   WS-lcbSeuil ') - confirmation superviseur'
               PERFORM VerifierOverrideSuperviseur
               IF WS-overrideOK = 1 THEN
                   ACCEPT ss-lcbConfirm
                   IF WS-confirm = 'O' OR WS-confirm = 'o' THEN
                       MOVE 1 TO WS-lcbConfirme
                       IF WS-operateurRole = 'S' THEN
                           MOVE WS-operateurId TO WS-lcbSuperviseur
                       ELSE
                           MOVE WS-op-saisieId TO WS-lcbSuperviseur
                       END-IF
                       MOVE 'CONFIRM-LCB' TO WS-auditOperation
                       PERFORM EnregistrerAuditLcb
                   END-IF
               END-IF
           END-IF.

      *    SAISIE DE LA DATE DU MOUVEMENT -- JJ/MM/AAAA EXIGE, SINON
                   UNTIL WS-ixProd > nbProduits
               PERFORM ReleveEditerProduit
           END-PERFORM
           PERFORM ReleveEditerPrets

           WRITE f-releveLigne FROM WS-bulTiret
           WRITE f-releveLigne FROM WS-relPied
               IF NOT FIN-MOUVEMENTS THEN
                   IF f-mv-clientId = clientId
                           AND f-mv-intitule = intitule(WS-ixProd)
                           AND f-mv-sens NOT = 'E' THEN
                       MOVE f-mv-date TO WS-evtDateX
                       PERFORM ReleveCalculerDateComp
                       IF WS-evtAnnee = WS-releveAnnee
                           MOVE WS-evtDateComp
                               TO WS-evt-dateComp(WS-nbEvts)
                           MOVE f-mv-date TO WS-evt-date(WS-nbEvts)
                           EVALUATE f-mv-sens
                               WHEN 'D'
                                   MOVE 'DEPOT'
                                       TO WS-evt-libelle(WS-nbEvts)
                               WHEN 'V'
                                   MOVE 'VERST PRET'
                                       TO WS-evt-libelle(WS-nbEvts)
                               WHEN 'P'
                                   MOVE 'PRELEV. PRET'
                                       TO WS-evt-libelle(WS-nbEvts)
                               WHEN OTHER
                                   MOVE 'RETRAIT'
                                       TO WS-evt-libelle(WS-nbEvts)
                           END-EVALUATE
                           MOVE f-mv-montant
                               TO WS-evt-montant(WS-nbEvts)
                           MOVE f-mv-ancienSolde
               MOVE 0 TO WS-evtDateComp
           END-IF.

      *    PRETS DU CLIENT AU RELEVE -- POUR CHAQUE PRET DU CLIENT
      *    EN MEMOIRE, LES ECHEANCES DE L'ANNEE DU RELEVE AVEC LEUR
      *    STATUT ET LE CAPITAL RESTANT DU
       ReleveEditerPrets.
           MOVE 'N' TO WS-finPrets
           OPEN INPUT pretFile
           PERFORM UNTIL FIN-PRETS
               READ pretFile NEXT RECORD
                  AT END SET FIN-PRETS TO TRUE
               END-READ
               IF NOT FIN-PRETS THEN
                   IF f-pr-clientId = clientId THEN
                       PERFORM ReleveEditerPret
                   END-IF
               END-IF
           END-PERFORM
           CLOSE pretFile.

       ReleveEditerPret.
           MOVE f-pr-numero TO WS-rel-prNumero
           MOVE f-pr-capital TO WS-rel-prCapital
           MOVE f-pr-mensualite TO WS-rel-prMensualite
           WRITE f-releveLigne FROM WS-relPretLigne
           WRITE f-releveLigne FROM WS-ecrTitre
           MOVE 0 TO WS-prNbLignes
           MOVE 'N' TO WS-finEcheances
           OPEN INPUT echeanceFile
           PERFORM UNTIL FIN-ECHEANCES
               READ echeanceFile NEXT RECORD
                  AT END SET FIN-ECHEANCES TO TRUE
               END-READ
               IF NOT FIN-ECHEANCES THEN
                   IF f-ec-numero = f-pr-numero
                           AND f-ec-annee = WS-releveAnnee THEN
                       PERFORM FormaterLigneEcheance
                       WRITE f-releveLigne FROM WS-ecrLigne
                       ADD 1 TO WS-prNbLignes
                   END-IF
               END-IF
           END-PERFORM
           CLOSE echeanceFile
           IF WS-prNbLignes = 0 THEN
               WRITE f-releveLigne FROM WS-relSansOp
           END-IF
           MOVE 'Capital restant du' TO WS-rel-soldeLibelle
           MOVE f-pr-capitalRestant TO WS-rel-soldeValeur
           WRITE f-releveLigne FROM WS-relSoldeLigne
           MOVE SPACES TO f-releveLigne
           WRITE f-releveLigne.

      *    UNE LIGNE D'ECHEANCIER (EDITION ET RELEVE) DEPUIS
      *    L'ECHEANCE LUE
       FormaterLigneEcheance.
           MOVE f-ec-rang TO WS-ecr-rang
           MOVE f-ec-date TO WS-ecr-date
           MOVE f-ec-mensualite TO WS-ecr-montant
           MOVE f-ec-interets TO WS-ecr-interets
           MOVE f-ec-principal TO WS-ecr-principal
           MOVE f-ec-capitalRestant TO WS-ecr-restant
           EVALUATE f-ec-statut
               WHEN 'P'
                   MOVE 'payee' TO WS-ecr-statut
               WHEN 'I'
                   MOVE 'IMPAYEE' TO WS-ecr-statut
               WHEN OTHER
                   MOVE 'a echoir' TO WS-ecr-statut
           END-EVALUATE.

      *-----------------------
      *    PRETS CLIENTS -- CREATION (SUPERVISEUR), LISTE DES PRETS
      *    D'UN CLIENT ET EDITION DE L'ECHEANCIER DANS LA FILE
      *    D'IMPRESSION echeancier.txt
       GererPrets.
           ACCEPT ss-choixPret
           EVALUATE WS-choixPret
               WHEN 0
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM CreerPret
                   END-IF
               WHEN 1
                   DISPLAY CLEAR-SCREEN
                   PERFORM ListerPretsClient
               WHEN 2
                   DISPLAY CLEAR-SCREEN
                   ACCEPT ss-pr-numero
                   PERFORM EditerEcheancier
               WHEN OTHER
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Choix invalide'
           END-EVALUATE.

      *    CREATION D'UN PRET -- LE PRODUIT D'EPARGNE DESIGNE RECOIT
      *    LE CAPITAL (MOUVEMENT V JOURNALISE) ET PAIERA LES
      *    ECHEANCES ; L'ECHEANCIER COMPLET EST CALCULE ET ECRIT
      *    AVANT LE VERSEMENT, PUIS EDITE
       CreerPret.
           MOVE 0 TO WS-trouve
           MOVE 0 TO WS-prCree
           ACCEPT ss-clientID

           OPEN I-O clientFile
           MOVE clientId TO f-clientId
           READ clientFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CopierFDversWS
                   MOVE 1 TO WS-trouve
           END-READ

           IF WS-trouve = 0 THEN
               CLOSE clientFile
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Client inconnu - aucun pret possible'
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY aff-fiche
               PERFORM VARYING WS-ixProd FROM 1 BY 1
                       UNTIL WS-ixProd > nbProduits
                   DISPLAY intitule(WS-ixProd) SPACE
                       somme(WS-ixProd) SPACE
                       dateCreation(WS-ixProd)
               END-PERFORM
               DISPLAY 'Produit qui recoit le pret et paie les'
                   ' echeances, puis conditions du pret'
               ACCEPT ss-mv-intitule
               PERFORM ChercherProduitClient
               IF WS-produitTrouve = 0 THEN
                   CLOSE clientFile
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Produit inconnu pour ce client'
               ELSE
                   PERFORM SaisirPret
                   IF WS-prSaisieOK = 1 THEN
                       PERFORM EtablirPret
                   END-IF
                   CLOSE clientFile
               END-IF
           END-IF

           IF WS-prCree = 1 THEN
               PERFORM EditerEcheancier
               DISPLAY 'Pret ' WS-pr-numero ' cree - mensualite '
                   WS-prMensualite ' - echeancier ajoute a'
                   ' echeancier.txt'
           END-IF.

      *    CONDITIONS DU PRET -- LA DATE DE DEBLOCAGE SE SAISIT
      *    COMME UNE DATE DE MOUVEMENT ; LE VERSEMENT NE DOIT PAS
      *    FAIRE DEBORDER LE SOLDE DU PRODUIT
       SaisirPret.
           MOVE 0 TO WS-prSaisieOK
           ACCEPT ss-pr-capital
           ACCEPT ss-pr-taux
           ACCEPT ss-pr-duree
           PERFORM GetDateMouvement
           IF WS-pr-capital = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Pret refuse - capital nul'
           ELSE IF WS-pr-taux > WS-prTauxMaximum THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Pret refuse - taux annuel au dela de '
                   WS-prTauxMaximum
           ELSE IF WS-pr-duree < 1 OR WS-pr-duree > 360 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Pret refuse - duree de 1 a 360 mois'
           ELSE IF WS-pr-capital > 9999999.99 - somme(WS-ixProdMv)
                   THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Pret refuse - le versement ferait deborder'
                   ' le solde du produit ' intitule(WS-ixProdMv)
           ELSE
               MOVE 1 TO WS-prSaisieOK
           END-IF
           END-IF
           END-IF
           END-IF.

       EtablirPret.
           PERFORM ChercherDernierPret
           COMPUTE WS-pr-numero = WS-prDernierNumero + 1
           PERFORM CalculerMensualite

           MOVE WS-pr-numero TO f-pr-numero
           MOVE clientId TO f-pr-clientId
           MOVE intitule(WS-ixProdMv) TO f-pr-compte
           MOVE WS-pr-capital TO f-pr-capital
           MOVE WS-pr-taux TO f-pr-taux
           MOVE WS-pr-duree TO f-pr-duree
           MOVE WS-mv-date TO f-pr-dateDebut
           MOVE WS-prMensualite TO f-pr-mensualite
           MOVE WS-pr-capital TO f-pr-capitalRestant
           MOVE 'E' TO f-pr-statut
           MOVE WS-operateurId TO f-pr-operateur
           OPEN I-O pretFile
           WRITE f-pret
               INVALID KEY
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Erreur ecriture pret'
               NOT INVALID KEY
                   MOVE 1 TO WS-prCree
           END-WRITE
           CLOSE pretFile

           IF WS-prCree = 1 THEN
               PERFORM GenererEcheancier
               MOVE WS-mv-date TO f-mv-date
               MOVE clientId TO f-mv-clientId
               MOVE intitule(WS-ixProdMv) TO f-mv-intitule
               MOVE 'V' TO f-mv-sens
               MOVE somme(WS-ixProdMv) TO f-mv-ancienSolde
               MOVE WS-pr-capital TO f-mv-montant
               ADD WS-pr-capital TO somme(WS-ixProdMv)
               MOVE somme(WS-ixProdMv) TO f-mv-nouveauSolde
               OPEN EXTEND mouvementFile
                   WRITE f-mouvement
               CLOSE mouvementFile

               PERFORM CopierWSversFD
               REWRITE f-client
                   INVALID KEY
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Erreur de mise a jour'
               END-REWRITE
               MOVE 'CREAT-PRET' TO WS-auditOperation
               PERFORM EnregistrerAudit
               DISPLAY CLEAR-SCREEN
           END-IF.

      *    LE DERNIER NUMERO DE PRET ATTRIBUE (LECTURE EN ORDRE DE
      *    CLE, LE DERNIER LU EST LE PLUS GRAND)
       ChercherDernierPret.
           MOVE 0 TO WS-prDernierNumero
           MOVE 'N' TO WS-finPrets
           OPEN INPUT pretFile
           PERFORM UNTIL FIN-PRETS
               READ pretFile NEXT RECORD
                  AT END SET FIN-PRETS TO TRUE
               END-READ
               IF NOT FIN-PRETS THEN
                   MOVE f-pr-numero TO WS-prDernierNumero
               END-IF
           END-PERFORM
           CLOSE pretFile.

      *    MENSUALITE CONSTANTE : CAPITAL * T / (1 - (1 + T) ** -N)
      *    AVEC T LE TAUX MENSUEL, ECRITE SOUS LA FORME
      *    CAPITAL * T * F / (F - 1) OU F = (1 + T) ** N ; A TAUX
      *    NUL, LE CAPITAL EST SIMPLEMENT REPARTI SUR LA DUREE
       CalculerMensualite.
           COMPUTE WS-prTauxMensuel ROUNDED = WS-pr-taux / 12
           IF WS-prTauxMensuel = 0 THEN
               COMPUTE WS-prMensualite ROUNDED =
                   WS-pr-capital / WS-pr-duree
           ELSE
               COMPUTE WS-prFacteur ROUNDED =
                   (1 + WS-prTauxMensuel) ** WS-pr-duree
               COMPUTE WS-prCoefficient ROUNDED =
                   WS-prFacteur / (WS-prFacteur - 1)
               COMPUTE WS-prMensualite ROUNDED =
                   WS-pr-capital * WS-prTauxMensuel * WS-prCoefficient
           END-IF.

      *    ECHEANCIER DU PRET CREE -- PREMIERE ECHEANCE LE MOIS
      *    SUIVANT LE DEBLOCAGE, MEME JOUR (LE 28 AU PLUS POUR
      *    TOMBER DANS TOUS LES MOIS) ; LA DERNIERE ECHEANCE SOLDE
      *    LE CAPITAL ET ABSORBE LES ARRONDIS
       GenererEcheancier.
           MOVE WS-pr-capital TO WS-prRestant
           MOVE WS-mv-date TO WS-evtDateX
           MOVE WS-evtDX-jour TO WS-prJour
           MOVE WS-evtDX-mois TO WS-prMois
           MOVE WS-evtDX-annee TO WS-prAnnee
           IF WS-prJour > 28 THEN
               MOVE 28 TO WS-prJour
           END-IF
           OPEN I-O echeanceFile
           PERFORM VARYING WS-prRang FROM 1 BY 1
                   UNTIL WS-prRang > WS-pr-duree
               PERFORM EcrireEcheance
           END-PERFORM
           CLOSE echeanceFile.

       EcrireEcheance.
           ADD 1 TO WS-prMois
           IF WS-prMois > 12 THEN
               MOVE 1 TO WS-prMois
               ADD 1 TO WS-prAnnee
           END-IF
           COMPUTE WS-prInterets ROUNDED =
               WS-prRestant * WS-prTauxMensuel
           IF WS-prRang = WS-pr-duree
                   OR WS-prMensualite - WS-prInterets > WS-prRestant
                   THEN
               MOVE WS-prRestant TO WS-prPrincipal
           ELSE
               COMPUTE WS-prPrincipal =
                   WS-prMensualite - WS-prInterets
           END-IF
           COMPUTE WS-prMontantEch = WS-prPrincipal + WS-prInterets
           SUBTRACT WS-prPrincipal FROM WS-prRestant

           MOVE WS-prJour TO WS-prDE-jour
           MOVE WS-prMois TO WS-prDE-mois
           MOVE WS-prAnnee TO WS-prDE-annee
           MOVE WS-pr-numero TO f-ec-numero
           MOVE WS-prRang TO f-ec-rang
           MOVE WS-prDateEch TO f-ec-date
           MOVE WS-prAnnee TO f-ec-annee
           MOVE WS-prMois TO f-ec-mois
           MOVE WS-prMontantEch TO f-ec-mensualite
           MOVE WS-prInterets TO f-ec-interets
           MOVE WS-prPrincipal TO f-ec-principal
           MOVE WS-prRestant TO f-ec-capitalRestant
           MOVE 'A' TO f-ec-statut
           MOVE SPACES TO f-ec-datePaiement
           WRITE f-echeance
               INVALID KEY
                   DISPLAY 'Erreur ecriture echeance ' WS-prRang
                       ' du pret ' WS-pr-numero
           END-WRITE.

      *    NOMBRE DE PRETS EN COURS DU CLIENT EN MEMOIRE
       ChercherPretsClient.
           MOVE 0 TO WS-prNbEnCours
           MOVE 'N' TO WS-finPrets
           OPEN INPUT pretFile
           PERFORM UNTIL FIN-PRETS
               READ pretFile NEXT RECORD
                  AT END SET FIN-PRETS TO TRUE
               END-READ
               IF NOT FIN-PRETS THEN
                   IF f-pr-clientId = clientId
                           AND f-pr-statut = 'E' THEN
                       ADD 1 TO WS-prNbEnCours
                   END-IF
               END-IF
           END-PERFORM
           CLOSE pretFile.

      *    LISTE DES PRETS D'UN CLIENT AVEC LE NOMBRE D'ECHEANCES
      *    IMPAYEES A RELANCER
       ListerPretsClient.
           ACCEPT ss-clientID
           DISPLAY CLEAR-SCREEN
           DISPLAY '-- PRETS DU CLIENT ' clientId ' --'
           MOVE 0 TO WS-prNbListes
           MOVE 'N' TO WS-finPrets
           OPEN INPUT pretFile
           PERFORM UNTIL FIN-PRETS
               READ pretFile NEXT RECORD
                  AT END SET FIN-PRETS TO TRUE
               END-READ
               IF NOT FIN-PRETS THEN
                   IF f-pr-clientId = clientId THEN
                       ADD 1 TO WS-prNbListes
                       PERFORM CompterImpayesPret
                       IF f-pr-statut = 'S' THEN
                           MOVE 'solde' TO WS-statutLibelle
                       ELSE
                           MOVE 'en cours' TO WS-statutLibelle
                       END-IF
                       DISPLAY f-pr-numero ' capital ' f-pr-capital
                           ' taux ' f-pr-taux
                           ' duree ' f-pr-duree
                           ' mensualite ' f-pr-mensualite
                           ' reste ' f-pr-capitalRestant
                           ' ' WS-statutLibelle
                           ' impayees ' WS-prNbImpayees
                   END-IF
               END-IF
           END-PERFORM
           CLOSE pretFile
           IF WS-prNbListes = 0 THEN
               DISPLAY 'Aucun pret'
           END-IF.

       CompterImpayesPret.
           MOVE 0 TO WS-prNbImpayees
           MOVE 'N' TO WS-finEcheances
           OPEN INPUT echeanceFile
           PERFORM UNTIL FIN-ECHEANCES
               READ echeanceFile NEXT RECORD
                  AT END SET FIN-ECHEANCES TO TRUE
               END-READ
               IF NOT FIN-ECHEANCES THEN
                   IF f-ec-numero = f-pr-numero
                           AND f-ec-statut = 'I' THEN
                       ADD 1 TO WS-prNbImpayees
                   END-IF
               END-IF
           END-PERFORM
           CLOSE echeanceFile.

      *    EDITION DE L'ECHEANCIER DU PRET WS-pr-numero, AVEC LE
      *    STATUT COURANT DE CHAQUE ECHEANCE
       EditerEcheancier.
           MOVE 0 TO WS-prTrouve
           OPEN INPUT pretFile
           MOVE WS-pr-numero TO f-pr-numero
           READ pretFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-prTrouve
           END-READ
           CLOSE pretFile

           IF WS-prTrouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Pret inconnu'
           ELSE
               MOVE f-pr-numero TO WS-ecr-numero
               MOVE f-pr-clientId TO WS-ecr-clientId
               MOVE SPACES TO WS-ecr-nom
               MOVE SPACES TO WS-ecr-prenom
               OPEN INPUT clientFile
               MOVE f-pr-clientId TO f-clientId
               READ clientFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE f-nom TO WS-ecr-nom
                       MOVE f-prenom TO WS-ecr-prenom
               END-READ
               CLOSE clientFile

               OPEN EXTEND echeancierFile
               WRITE f-echeancierLigne FROM WS-bulTrait
               WRITE f-echeancierLigne FROM WS-ecrEntete
               WRITE f-echeancierLigne FROM WS-bulTrait
               WRITE f-echeancierLigne FROM WS-ecrPretLigne
               MOVE f-pr-capital TO WS-ecr-capital
               MOVE f-pr-taux TO WS-ecr-taux
               MOVE f-pr-duree TO WS-ecr-duree
               MOVE f-pr-mensualite TO WS-ecr-mensualite
               WRITE f-echeancierLigne FROM WS-ecrCondLigne
               MOVE f-pr-compte TO WS-ecr-compte
               WRITE f-echeancierLigne FROM WS-ecrCompteLigne
               WRITE f-echeancierLigne FROM WS-bulTiret
               WRITE f-echeancierLigne FROM WS-ecrTitre

               MOVE 'N' TO WS-finEcheances
               OPEN INPUT echeanceFile
               PERFORM UNTIL FIN-ECHEANCES
                   READ echeanceFile NEXT RECORD
                      AT END SET FIN-ECHEANCES TO TRUE
                   END-READ
                   IF NOT FIN-ECHEANCES THEN
                       IF f-ec-numero = f-pr-numero THEN
                           PERFORM FormaterLigneEcheance
                           WRITE f-echeancierLigne FROM WS-ecrLigne
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE echeanceFile

               WRITE f-echeancierLigne FROM WS-bulTiret
               MOVE 'Capital restant du' TO WS-rel-soldeLibelle
               MOVE f-pr-capitalRestant TO WS-rel-soldeValeur
               WRITE f-echeancierLigne FROM WS-relSoldeLigne
               WRITE f-echeancierLigne FROM WS-ecrPied
               WRITE f-echeancierLigne FROM WS-bulTrait
               MOVE SPACES TO f-echeancierLigne
               WRITE f-echeancierLigne
               CLOSE echeancierFile
               DISPLAY 'Echeancier du pret ' WS-pr-numero
                   ' ajoute a echeancier.txt'
           END-IF.

      *-----------------------
      *    MODE BATCH -- POSTAGE MENSUEL DES ECHEANCES DE PRETS
      *    (ECHEANCES MM AAAA) : CHAQUE ECHEANCE DUE A LA PERIODE OU
      *    AVANT ET PAS ENCORE PAYEE EST PRELEVEE SUR LE PRODUIT DU
      *    PRET (MOUVEMENT P) ET PASSEE AU CAPITAL RESTANT DU
      *    (MOUVEMENT E) ; FAUTE DE PROVISION ELLE RESTE IMPAYEE ET
      *    SORT AU RAPPORT DES RELANCES relances.txt ; UNE RELANCE
      *    DE LA MEME PERIODE NE REPRELEVE PAS UNE ECHEANCE PAYEE
       EcheancesBatch.
           IF WS-batchArg1(1:2) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
               DISPLAY 'Periode invalide - usage : ECHEANCES MM AAAA'
           ELSE
               MOVE WS-batchArg1(1:2) TO moisPaie
               MOVE WS-batchArg2(1:4) TO anneePaie
           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : ECHEANCES MM AAAA'
           ELSE
               PERFORM EcheancesTraiter
           END-IF
           END-IF.

       EcheancesTraiter.
           COMPUTE WS-prPeriode = anneePaie * 100 + moisPaie
           MOVE 0 TO WS-prNbPostees
           MOVE 0 TO WS-prNbRelances
           MOVE 0 TO WS-prNbSoldes
           MOVE 0 TO WS-prNbAnomalies
           MOVE 0 TO WS-prTotalPoste
           MOVE 0 TO WS-prTotalImpaye
           MOVE 0 TO WS-prNumeroBloque
           ACCEPT WS-prDateJour FROM DATE YYYYMMDD
           MOVE WS-prDJ-jour TO WS-prDE-jour
           MOVE WS-prDJ-mois TO WS-prDE-mois
           MOVE WS-prDJ-annee TO WS-prDE-annee

           OPEN OUTPUT relanceFile
           MOVE moisPaie TO WS-rlc-mois
           MOVE anneePaie TO WS-rlc-annee
           WRITE f-relanceLigne FROM WS-rlcEntete

           MOVE 'N' TO WS-finEcheances
           OPEN I-O echeanceFile
           OPEN I-O pretFile
           OPEN I-O clientFile
           OPEN EXTEND mouvementFile
           PERFORM UNTIL FIN-ECHEANCES
               READ echeanceFile NEXT RECORD
                  AT END SET FIN-ECHEANCES TO TRUE
               END-READ
               IF NOT FIN-ECHEANCES THEN
                   IF f-ec-statut NOT = 'P'
                           AND f-ec-periode <= WS-prPeriode THEN
                       PERFORM EcheancePoster
                   END-IF
               END-IF
           END-PERFORM
           CLOSE mouvementFile
           CLOSE clientFile
           CLOSE pretFile
           CLOSE echeanceFile

           MOVE 'Echeances payees' TO WS-run-cptLibelle
           MOVE WS-prNbPostees TO WS-run-cptValeur
           WRITE f-relanceLigne FROM WS-runCptLigne
           MOVE 'Echeances impayees a relancer' TO WS-run-cptLibelle
           MOVE WS-prNbRelances TO WS-run-cptValeur
           WRITE f-relanceLigne FROM WS-runCptLigne
           MOVE 'Prets soldes' TO WS-run-cptLibelle
           MOVE WS-prNbSoldes TO WS-run-cptValeur
           WRITE f-relanceLigne FROM WS-runCptLigne
           MOVE 'Echeances sans pret' TO WS-run-cptLibelle
           MOVE WS-prNbAnomalies TO WS-run-cptValeur
           WRITE f-relanceLigne FROM WS-runCptLigne
           MOVE 'Total preleve' TO WS-rlc-totLibelle
           MOVE WS-prTotalPoste TO WS-rlc-totValeur
           WRITE f-relanceLigne FROM WS-rlcTotLigne
           MOVE 'Total impaye' TO WS-rlc-totLibelle
           MOVE WS-prTotalImpaye TO WS-rlc-totValeur
           WRITE f-relanceLigne FROM WS-rlcTotLigne
           CLOSE relanceFile

           DISPLAY 'ECHEANCES ' moisPaie '/' anneePaie
               ' - payees : ' WS-prNbPostees
               ' - impayees : ' WS-prNbRelances
               ' - prets soldes : ' WS-prNbSoldes
               ' (rapport relances.txt)'.

      *    L'ECHEANCE LUE -- PRET ET CLIENT RELUS PAR CLE ; UNE
      *    ECHEANCE N'EST PRELEVEE QUE SI LA PRECEDENTE DU MEME PRET
      *    L'A ETE DANS CE RUN (ORDRE DE CLE = ORDRE DES RANGS)
       EcheancePoster.
           MOVE 0 TO WS-prTrouve
           MOVE f-ec-numero TO f-pr-numero
           READ pretFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-prTrouve
           END-READ
           IF WS-prTrouve = 0 THEN
               ADD 1 TO WS-prNbAnomalies
               DISPLAY 'Echeance ' f-ec-rang ' sans pret '
                   f-ec-numero
           ELSE
               MOVE 0 TO WS-trouve
               MOVE 0 TO WS-produitTrouve
               MOVE f-pr-clientId TO f-clientId
               READ clientFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CopierFDversWS
                       MOVE 1 TO WS-trouve
               END-READ
               IF WS-trouve = 1 THEN
                   MOVE f-pr-compte TO WS-mv-intitule
                   PERFORM ChercherProduitClient
               ELSE
                   DISPLAY 'Pret ' f-pr-numero ' : client '
                       f-pr-clientId ' inconnu'
               END-IF
               IF WS-produitTrouve = 1
                       AND f-ec-numero NOT = WS-prNumeroBloque
                       AND somme(WS-ixProdMv) >= f-ec-mensualite THEN
                   PERFORM EcheancePrelever
               ELSE
                   PERFORM EcheanceImpayee
               END-IF
           END-IF.

      *    PRELEVEMENT DE L'ECHEANCE -- DATEE DE SON ECHEANCE SI
      *    ELLE EST DE LA PERIODE, DU JOUR SI C'EST UN RETARD
       EcheancePrelever.
           IF f-ec-periode = WS-prPeriode THEN
               MOVE f-ec-date TO WS-prDateMvt
           ELSE
               MOVE WS-prDateEch TO WS-prDateMvt
           END-IF

           MOVE WS-prDateMvt TO f-mv-date
           MOVE clientId TO f-mv-clientId
           MOVE intitule(WS-ixProdMv) TO f-mv-intitule
           MOVE 'P' TO f-mv-sens
           MOVE somme(WS-ixProdMv) TO f-mv-ancienSolde
           MOVE f-ec-mensualite TO f-mv-montant
           SUBTRACT f-ec-mensualite FROM somme(WS-ixProdMv)
           MOVE somme(WS-ixProdMv) TO f-mv-nouveauSolde
           WRITE f-mouvement
           PERFORM CopierWSversFD
           REWRITE f-client
               INVALID KEY
                   DISPLAY 'Erreur de mise a jour client ' clientId
           END-REWRITE

           MOVE f-pr-numero TO WS-prInt-numero
           MOVE WS-prDateMvt TO f-mv-date
           MOVE f-pr-clientId TO f-mv-clientId
           MOVE WS-prIntitule TO f-mv-intitule
           MOVE 'E' TO f-mv-sens
           MOVE f-pr-capitalRestant TO f-mv-ancienSolde
           MOVE f-ec-principal TO f-mv-montant
           SUBTRACT f-ec-principal FROM f-pr-capitalRestant
           MOVE f-pr-capitalRestant TO f-mv-nouveauSolde
           WRITE f-mouvement
           IF f-pr-capitalRestant = 0 THEN
               MOVE 'S' TO f-pr-statut
               ADD 1 TO WS-prNbSoldes
           END-IF
           REWRITE f-pret
               INVALID KEY
                   DISPLAY 'Erreur de mise a jour pret ' f-pr-numero
           END-REWRITE

           MOVE 'P' TO f-ec-statut
           MOVE WS-prDateMvt TO f-ec-datePaiement
           REWRITE f-echeance
               INVALID KEY
                   DISPLAY 'Erreur de mise a jour echeance '
                       f-ec-rang ' du pret ' f-ec-numero
           END-REWRITE
           ADD 1 TO WS-prNbPostees
           ADD f-ec-mensualite TO WS-prTotalPoste.

      *    ECHEANCE NON PRELEVEE -- MARQUEE IMPAYEE ET RELANCEE, LE
      *    RETARD COMPTE EN MOIS DEPUIS SON ECHEANCE
       EcheanceImpayee.
           MOVE f-ec-numero TO WS-prNumeroBloque
           MOVE 'I' TO f-ec-statut
           REWRITE f-echeance
               INVALID KEY
                   DISPLAY 'Erreur de mise a jour echeance '
                       f-ec-rang ' du pret ' f-ec-numero
           END-REWRITE
           COMPUTE WS-prRetard = (anneePaie - f-ec-annee) * 12
               + moisPaie - f-ec-mois
           MOVE f-ec-numero TO WS-rlc-numero
           MOVE f-pr-clientId TO WS-rlc-clientId
           MOVE f-ec-rang TO WS-rlc-rang
           MOVE f-ec-date TO WS-rlc-date
           MOVE f-ec-mensualite TO WS-rlc-montant
           MOVE WS-prRetard TO WS-rlc-retard
           WRITE f-relanceLigne FROM WS-rlcLigne
           ADD 1 TO WS-prNbRelances
           ADD f-ec-mensualite TO WS-prTotalImpaye.

      *-----------------------
      *    SAISIE DES ELEMENTS VARIABLES DU MOIS -- PRIMES, HEURES
      *    SUPPLEMENTAIRES ET JOURS D'ABSENCE PAR EMPLOYE ET PAR
      *    PERIODE, CONSOMMES PAR LE RUN DE PAIE DE MASSE ; DES
      *    CONGES PAYES AU DELA DU SOLDE (DEDUCTION FAITE DES
      *    CONGES DEJA SAISIS ET PAS ENCORE PAYES) SONT REFUSES
       SaisirElements.
           MOVE 0 TO WS-trouve
           ACCEPT ss-idEmploye
           PERFORM VerifierEmployeExiste
           IF WS-trouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Employe inconnu - saisie refusee'
           ELSE
               PERFORM GetPeriodeElements
               ACCEPT ss-el-primes
               ACCEPT ss-el-heures
               ACCEPT ss-el-absence
               MOVE 'S' TO WS-el-saisieType
               IF WS-el-saisieAbsence > 0 THEN
                   PERFORM GetTypeAbsence
               END-IF
               MOVE 1 TO WS-elSaisieOK
               IF WS-el-saisieType = 'C' THEN
                   PERFORM ControlerSoldeConges
               END-IF
           END-IF
           IF WS-trouve = 1 AND WS-elSaisieOK = 1 THEN
               MOVE idEmploye TO f-el-idEmploye
               MOVE moisPaie TO f-el-moisPaie
               MOVE anneePaie TO f-el-anneePaie
               MOVE WS-el-saisiePrimes TO f-el-primes
               MOVE WS-el-saisieHeures TO f-el-heuresSup
               MOVE WS-el-saisieAbsence TO f-el-joursAbsence
               MOVE WS-el-saisieType TO f-el-typeAbsence
               OPEN EXTEND elementFile
                   WRITE f-element
               CLOSE elementFile
               MOVE 'ELEMENTS' TO WS-auditOperation
               PERFORM EnregistrerAuditEmp
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Elements enregistres pour la periode '
                   moisPaie '/' anneePaie
           END-IF.

      *    TYPE D'UNE ABSENCE SAISIE -- S (SANS SOLDE, DEDUITE) OU
      *    C (CONGES PAYES), MINUSCULES ACCEPTEES
       GetTypeAbsence.
           MOVE SPACE TO WS-el-saisieType
           PERFORM UNTIL WS-el-saisieType = 'S'
                   OR WS-el-saisieType = 'C'
               ACCEPT ss-el-typeAbsence
               IF WS-el-saisieType = 's' THEN
                   MOVE 'S' TO WS-el-saisieType
               END-IF
               IF WS-el-saisieType = 'c' THEN
                   MOVE 'C' TO WS-el-saisieType
               END-IF
               IF WS-el-saisieType NOT = 'S'
                       AND WS-el-saisieType NOT = 'C' THEN
                   DISPLAY 'Type invalide - S ou C'
               END-IF
           END-PERFORM.

      *    CONGES DEMANDES CONTRE LE SOLDE -- LES CONGES DEJA SAISIS
      *    POUR UNE PERIODE SANS FICHE ETABLIE NE SONT PAS ENCORE
      *    SORTIS DU SOLDE ET COMPTENT DANS LA DEMANDE
       ControlerSoldeConges.
           PERFORM ChercherConges
           PERFORM CumulerCongesEnAttente
           IF WS-el-saisieAbsence + WS-cgEnAttente > WS-cgSolde THEN
               MOVE 0 TO WS-elSaisieOK
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Conges refuses - demande superieure au solde'
               DISPLAY 'Solde : ' WS-cgSolde
                   ' - deja saisis non payes : ' WS-cgEnAttente
           END-IF.

       CumulerCongesEnAttente.
           MOVE 0 TO WS-cgEnAttente
           MOVE 'N' TO WS-finElements
           OPEN INPUT elementFile
           OPEN INPUT paySlipFile
           PERFORM UNTIL FIN-ELEMENTS
               READ elementFile NEXT RECORD
                  AT END SET FIN-ELEMENTS TO TRUE
               END-READ
               IF NOT FIN-ELEMENTS THEN
                   IF f-el-idEmploye = idEmploye
                           AND f-el-typeAbsence = 'C' THEN
                       MOVE f-el-idEmploye TO f-ps-idEmploye
                       MOVE f-el-anneePaie TO f-ps-anneePaie
                       MOVE f-el-moisPaie TO f-ps-moisPaie
                       READ paySlipFile
                           INVALID KEY
                               ADD f-el-joursAbsence TO WS-cgEnAttente
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           CLOSE paySlipFile
           CLOSE elementFile.

      *    PERIODE DES ELEMENTS -- MOIS 1 A 12 ET ANNEE NON NULLE
      *    EXIGES : UNE PERIODE IMPOSSIBLE NE SERAIT JAMAIS
      *    CONSOMMEE PAR UN RUN NI LISTEE PAR PERSONNE
           MOVE 0 TO WS-cumulBrut
           MOVE 0 TO WS-cumulCotis
           MOVE 0 TO WS-cumulNet
           MOVE 0 TO WS-cumulCout
           MOVE 0 TO WS-nbHisto

           DISPLAY CLEAR-SCREEN
                           ADD f-ps-brut TO WS-cumulBrut
                           ADD f-ps-cotisations TO WS-cumulCotis
                           ADD f-ps-net TO WS-cumulNet
                           ADD f-ps-coutEmployeur TO WS-cumulCout
                           ADD 1 TO WS-nbHisto
                           DISPLAY '   cumul ' WS-anneeHisto
                               ' brut ' WS-cumulBrut
           DISPLAY 'Nb fiches   : ' WS-nbHisto
           DISPLAY 'Brut        : ' WS-cumulBrut
           DISPLAY 'Cotisations : ' WS-cumulCotis
           DISPLAY 'Net         : ' WS-cumulNet
           DISPLAY 'Cout employeur : ' WS-cumulCout.

      *-----------------------
      *    GESTION DES EMPLOYES -- MEME MODELE QUE LES CLIENTS :
                   IF WS-overrideOK = 1 THEN
                       PERFORM SupprimerEmploye
                   END-IF
               WHEN 4
                   DISPLAY CLEAR-SCREEN
                   PERFORM ConsulterConges
               WHEN 5
                   DISPLAY CLEAR-SCREEN
                   PERFORM HistoriqueSalaire
               WHEN 6
                   DISPLAY CLEAR-SCREEN
                   PERFORM GererRetenues
               WHEN 7
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM SaisirIndemSortie
                   END-IF
               WHEN 8
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM GererModifAttente
                   END-IF
               WHEN OTHER
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Choix invalide'
               DISPLAY 'ATTENTION : ce numero employe existe deja'
           ELSE
               PERFORM GetEmployeeDetail
               MOVE SPACE TO soldeToutCompte
               MOVE 0 TO dateSolde
               OPEN I-O employeeFile
                   MOVE WS-employee TO f-employee
                   WRITE f-employee
                       NOT INVALID KEY
                           MOVE 'CREAT-EMP' TO WS-auditOperation
                           PERFORM EnregistrerAuditEmp
                           PERFORM EcrireSalaireOrigine
                   END-WRITE
               CLOSE employeeFile
           END-IF.
                   DISPLAY aff-ficheEmploye
                   MOVE 'AFFICH-EMP' TO WS-auditOperation
                   PERFORM EnregistrerAuditEmp
                   MOVE 1 TO WS-trouve
           END-READ
           CLOSE employeeFile
           IF WS-trouve = 1 THEN
               PERFORM ChercherConges
               DISPLAY aff-congesEmploye
           END-IF.

      *    SOLDE DE CONGES D'UN EMPLOYE -- CONSULTATION POUR TOUS ;
      *    UN SUPERVISEUR PEUT REPRENDRE LE SOLDE (SOLDE D'OUVERTURE
      *    TENU JUSQU'ICI HORS SYSTEME, OU CORRECTION) : LES JOURS
      *    PRIS SONT CONSERVES ET LES JOURS ACQUIS AJUSTES POUR
      *    TOMBER SUR LE SOLDE SAISI, TRACE AU JOURNAL D'AUDIT
       ConsulterConges.
           ACCEPT ss-idEmploye
           PERFORM VerifierEmployeExiste
           IF WS-trouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Employe inconnu'
           ELSE
               PERFORM ChercherConges
               DISPLAY CLEAR-SCREEN
               DISPLAY '-- CONGES PAYES EMPLOYE ' idEmploye ' --'
               DISPLAY aff-congesEmploye
               IF WS-operateurRole = 'S' THEN
                   ACCEPT ss-confirmConges
                   IF WS-confirm = 'O' OR WS-confirm = 'o' THEN
                       ACCEPT ss-cgSaisieSolde
                       COMPUTE WS-cgAcquis =
                           WS-cgPris + WS-cgSaisieSolde
                       MOVE 0 TO congesAcquis
                       MOVE 0 TO joursConges
                       MOVE 0 TO joursIndemnises
                       PERFORM EcrireConges
                       MOVE 'SOLDE-CONGE' TO WS-auditOperation
                       PERFORM EnregistrerAuditEmp
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Solde de conges repris : '
                           WS-cgSaisieSolde ' jours'
                   END-IF
               END-IF
           END-IF.

      *    SOLDE DE CONGES DE L'EMPLOYE COURANT -- A ZERO POUR UN
      *    EMPLOYE SANS ENREGISTREMENT (JAMAIS PAYE NI REPRIS)
       ChercherConges.
           MOVE 0 TO WS-cgExiste
           MOVE 0 TO WS-cgAcquis
           MOVE 0 TO WS-cgPris
           OPEN INPUT congeFile
           MOVE idEmploye TO f-cg-idEmploye
           READ congeFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-cgExiste
                   MOVE f-cg-acquis TO WS-cgAcquis
                   MOVE f-cg-pris TO WS-cgPris
           END-READ
           CLOSE congeFile
           COMPUTE WS-cgSolde = WS-cgAcquis - WS-cgPris.

      *    MISE A JOUR DU SOLDE APRES UNE FICHE ETABLIE -- LES JOURS
      *    ACQUIS ET PRIS DE LA PERIODE S'AJOUTENT AUX CUMULS LUS
      *    PAR ChercherConges
       EcrireConges.
           ADD congesAcquis TO WS-cgAcquis
           ADD joursConges TO WS-cgPris
           ADD joursIndemnises TO WS-cgPris
           COMPUTE WS-cgSolde = WS-cgAcquis - WS-cgPris
           MOVE idEmploye TO f-cg-idEmploye
           MOVE WS-cgAcquis TO f-cg-acquis
           MOVE WS-cgPris TO f-cg-pris
           MOVE WS-cgSolde TO f-cg-solde
           ACCEPT f-cg-dateMaj FROM DATE YYYYMMDD
           OPEN I-O congeFile
           IF WS-cgExiste = 1 THEN
               REWRITE f-conge
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour conges - employe '
                           idEmploye
               END-REWRITE
           ELSE
               WRITE f-conge
                   INVALID KEY
                       DISPLAY 'Erreur ecriture conges - employe '
                           idEmploye
                   NOT INVALID KEY
                       MOVE 1 TO WS-cgExiste
               END-WRITE
           END-IF
           CLOSE congeFile.

       ModifierEmploye.
           MOVE 0 TO WS-trouve
           ELSE
               DISPLAY CLEAR-SCREEN
               DISPLAY aff-ficheEmploye
               MOVE f-salaireBase TO WS-shAncienSalaire
               MOVE 0 TO WS-shRetroactif
               MOVE 0 TO WS-maNbDemandes
               MOVE 0 TO WS-maNbIgnorees
               PERFORM GetEmployeeDetail
      *    UN CHANGEMENT DE SALAIRE EXIGE SON MOIS D'EFFET -- LA
      *    REVISION S'AJOUTE A L'HISTORIQUE AU LIEU D'ECRASER LE
      *    SALAIRE DES PERIODES PASSEES
               IF salaireBase NOT = WS-shAncienSalaire THEN
                   PERFORM GetDateEffetSalaire
               END-IF
      *    SAISIE PAR UN AGENT -- IBAN, BIC ET SALAIRE PASSENT PAR LA
      *    FILE DE VALIDATION ET GARDENT LEUR VALEUR EN FICHE
               IF WS-operateurRole NOT = 'S' THEN
                   PERFORM MettreEnAttenteModif
               END-IF

               MOVE WS-employee TO f-employee
               REWRITE f-employee
                   NOT INVALID KEY
                       MOVE 'MODIF-EMP' TO WS-auditOperation
                       PERFORM EnregistrerAuditEmp
                       IF salaireBase NOT = WS-shAncienSalaire THEN
                           PERFORM EnregistrerRevisionSalaire
                       END-IF
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Employe modifie avec succes'
                       IF WS-maNbDemandes > 0 THEN
                           DISPLAY 'ATTENTION : ' WS-maNbDemandes
                               ' changement(s) IBAN / BIC / salaire'
                               ' en attente de validation'
                               ' superviseur'
                       END-IF
                       IF WS-maNbIgnorees > 0 THEN
                           DISPLAY 'ATTENTION : ' WS-maNbIgnorees
                               ' changement(s) ignore(s) - demande'
                               ' deja en attente sur ce champ'
                       END-IF
                       IF WS-shRetroactif = 1 THEN
                           DISPLAY 'ATTENTION : salaire revise avec'
                               ' effet au ' WS-shDateEffet
                               ' - rappel de salaire au prochain'
                               ' run PAIE'
                       END-IF
               END-REWRITE
               CLOSE employeeFile
           END-IF.

      *    DEMANDES D'UN AGENT -- CHAQUE CHAMP SENSIBLE CHANGE DEVIENT
      *    UNE DEMANDE EN ATTENTE ET REPREND SA VALEUR EN FICHE ; UNE
      *    SECONDE DEMANDE SUR UN CHAMP DEJA EN ATTENTE EST IGNOREE
      *    (LE SUPERVISEUR REJETTE LA PREMIERE, L'AGENT RESAISIT)
       MettreEnAttenteModif.
           PERFORM ChercherModifAttente
           IF iban NOT = f-iban THEN
               IF WS-maAttIban = 1 THEN
                   ADD 1 TO WS-maNbIgnorees
               ELSE
                   MOVE 'I' TO WS-maChamp
                   MOVE f-iban TO WS-maAncienneValeur
                   MOVE iban TO WS-maNouvelleValeur
                   PERFORM EcrireModifAttente
               END-IF
               MOVE f-iban TO iban
           END-IF
           IF bic NOT = f-bic THEN
               IF WS-maAttBic = 1 THEN
                   ADD 1 TO WS-maNbIgnorees
               ELSE
                   MOVE 'B' TO WS-maChamp
                   MOVE f-bic TO WS-maAncienneValeur
                   MOVE bic TO WS-maNouvelleValeur
                   PERFORM EcrireModifAttente
               END-IF
               MOVE f-bic TO bic
           END-IF
           IF salaireBase NOT = WS-shAncienSalaire THEN
               IF WS-maAttSalaire = 1 THEN
                   ADD 1 TO WS-maNbIgnorees
               ELSE
                   MOVE 'S' TO WS-maChamp
                   MOVE SPACES TO WS-maAncienneValeur
                   MOVE SPACES TO WS-maNouvelleValeur
                   MOVE WS-shAncienSalaire TO WS-maAncienSalaire
                   MOVE salaireBase TO WS-maNouveauSalaire
                   PERFORM EcrireModifAttente
               END-IF
               MOVE WS-shAncienSalaire TO salaireBase
               MOVE 0 TO WS-shRetroactif
           END-IF.

       EcrireModifAttente.
           ADD 1 TO WS-maDernierNumero
           MOVE WS-maDernierNumero TO f-ma-numero
           MOVE idEmploye TO f-ma-idEmploye
           MOVE WS-maChamp TO f-ma-champ
           MOVE WS-maAncienneValeur TO f-ma-ancienneValeur
           MOVE WS-maNouvelleValeur TO f-ma-nouvelleValeur
           IF WS-maChamp = 'S' THEN
               MOVE WS-shDateEffet TO f-ma-dateEffet
           ELSE
               MOVE 0 TO f-ma-dateEffet
           END-IF
           MOVE WS-operateurId TO f-ma-demandeur
           ACCEPT f-ma-dateDemande FROM DATE YYYYMMDD
           MOVE 'E' TO f-ma-statut
           MOVE SPACES TO f-ma-valideur
           MOVE 0 TO f-ma-dateDecision
           OPEN I-O modifFile
           WRITE f-modifAttente
               INVALID KEY
                   DISPLAY 'Erreur ecriture demande de modification'
               NOT INVALID KEY
                   ADD 1 TO WS-maNbDemandes
                   MOVE 'DEMANDE-MOD' TO WS-auditOperation
                   PERFORM EnregistrerAuditEmp
           END-WRITE
           CLOSE modifFile.

      *    DEMANDES EN ATTENTE DE L'EMPLOYE COURANT PAR CHAMP, ET
      *    DERNIER NUMERO DE DEMANDE ATTRIBUE (TOUS EMPLOYES)
       ChercherModifAttente.
           MOVE 0 TO WS-maDernierNumero
           MOVE 0 TO WS-maAttIban
           MOVE 0 TO WS-maAttBic
           MOVE 0 TO WS-maAttSalaire
           MOVE 'N' TO WS-finModif
           OPEN INPUT modifFile
           PERFORM UNTIL FIN-MODIF
               READ modifFile NEXT RECORD
                  AT END SET FIN-MODIF TO TRUE
               END-READ
               IF NOT FIN-MODIF THEN
                   MOVE f-ma-numero TO WS-maDernierNumero
                   IF f-ma-idEmploye = idEmploye
                           AND f-ma-statut = 'E' THEN
                       EVALUATE f-ma-champ
                           WHEN 'I'
                               MOVE 1 TO WS-maAttIban
                           WHEN 'B'
                               MOVE 1 TO WS-maAttBic
                           WHEN OTHER
                               MOVE 1 TO WS-maAttSalaire
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE modifFile.

      *    VALIDATION DES MODIFICATIONS EN ATTENTE (SUPERVISEUR) --
      *    LISTE DES DEMANDES, PUIS APPROBATION OU REJET D'UNE
      *    DEMANDE PAR UN AUTRE OPERATEUR QUE SON DEMANDEUR
       GererModifAttente.
           PERFORM ListerModifAttente
           ACCEPT ss-ma-numero
           IF WS-ma-numero NOT = 0 THEN
               ACCEPT ss-ma-decision
               OPEN I-O modifFile
               MOVE WS-ma-numero TO f-ma-numero
               READ modifFile
                   INVALID KEY
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Demande inconnue'
                   NOT INVALID KEY
                       PERFORM DeciderModifAttente
               END-READ
               CLOSE modifFile
           END-IF.

       ListerModifAttente.
           DISPLAY '-- MODIFICATIONS EN ATTENTE DE VALIDATION --'
           MOVE 0 TO WS-maNbListees
           MOVE 'N' TO WS-finModif
           OPEN INPUT modifFile
           PERFORM UNTIL FIN-MODIF
               READ modifFile NEXT RECORD
                  AT END SET FIN-MODIF TO TRUE
               END-READ
               IF NOT FIN-MODIF THEN
                   IF f-ma-statut = 'E' THEN
                       ADD 1 TO WS-maNbListees
                       DISPLAY f-ma-numero ' employe ' f-ma-idEmploye
                           ' par ' f-ma-demandeur
                           ' le ' f-ma-dateDemande
                       EVALUATE f-ma-champ
                           WHEN 'I'
                               DISPLAY '   IBAN ' f-ma-ancienneValeur
                                   ' -> ' f-ma-nouvelleValeur
                           WHEN 'B'
                               DISPLAY '   BIC '
                                   f-ma-ancienneValeur(1:11) ' -> '
                                   f-ma-nouvelleValeur(1:11)
                           WHEN OTHER
                               DISPLAY '   Salaire ' f-ma-ancienSalaire
                                   ' -> ' f-ma-nouveauSalaire
                                   ' effet ' f-ma-dateEffet
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE modifFile
           IF WS-maNbListees = 0 THEN
               DISPLAY 'Aucune demande en attente'
           END-IF.

      *    DECISION SUR LA DEMANDE LUE -- LE DEMANDEUR NE VALIDE
      *    JAMAIS SA PROPRE DEMANDE ; L'APPROBATION N'EST APPLIQUEE
      *    QUE SI LA FICHE PORTE ENCORE L'ANCIENNE VALEUR
       DeciderModifAttente.
           DISPLAY CLEAR-SCREEN
           MOVE f-ma-idEmploye TO idEmploye
           MOVE f-ma-demandeur TO WS-maDemandeur
           IF f-ma-statut NOT = 'E' THEN
               DISPLAY 'Demande deja traitee'
           ELSE IF f-ma-demandeur = WS-operateurId THEN
               DISPLAY 'Validation refusee - le demandeur ne peut'
                   ' pas valider sa propre demande'
           ELSE IF WS-ma-decision = 'R' OR WS-ma-decision = 'r' THEN
               MOVE 'R' TO f-ma-statut
               PERFORM EnregistrerDecisionModif
               MOVE 'REJET-MOD' TO WS-auditOperation
               PERFORM EnregistrerAuditValidation
               DISPLAY 'Demande ' f-ma-numero ' rejetee'
           ELSE IF WS-ma-decision = 'A' OR WS-ma-decision = 'a' THEN
               PERFORM AppliquerModifAttente
               IF WS-maAppliquee = 1 THEN
                   MOVE 'A' TO f-ma-statut
                   PERFORM EnregistrerDecisionModif
                   MOVE 'APPROB-MOD' TO WS-auditOperation
                   PERFORM EnregistrerAuditValidation
                   DISPLAY 'Demande ' f-ma-numero
                       ' approuvee - fiche employe mise a jour'
               END-IF
           ELSE
               DISPLAY 'Decision invalide - A ou R'
           END-IF
           END-IF
           END-IF
           END-IF.

       EnregistrerDecisionModif.
           MOVE WS-operateurId TO f-ma-valideur
           ACCEPT f-ma-dateDecision FROM DATE YYYYMMDD
           REWRITE f-modifAttente
               INVALID KEY
                   DISPLAY 'Erreur mise a jour demande ' f-ma-numero
           END-REWRITE.

      *    APPROBATION -- REECRITURE DE LA FICHE EMPLOYE ; UN SALAIRE
      *    APPROUVE S'AJOUTE A L'HISTORIQUE AVEC LE MOIS D'EFFET DE
      *    LA DEMANDE (RAPPEL AU PROCHAIN RUN SI RETROACTIF)
       AppliquerModifAttente.
           MOVE 0 TO WS-maAppliquee
           OPEN I-O employeeFile
           MOVE f-ma-idEmploye TO f-idEmploye
           READ employeeFile
               INVALID KEY
                   DISPLAY 'Employe inconnu - demande a rejeter'
               NOT INVALID KEY
                   MOVE f-employee TO WS-employee
                   EVALUATE f-ma-champ
                       WHEN 'I'
                           IF iban = f-ma-ancienneValeur THEN
                               MOVE f-ma-nouvelleValeur TO iban
                               MOVE 1 TO WS-maAppliquee
                           END-IF
                       WHEN 'B'
                           IF bic = f-ma-ancienneValeur(1:11) THEN
                               MOVE f-ma-nouvelleValeur(1:11) TO bic
                               MOVE 1 TO WS-maAppliquee
                           END-IF
                       WHEN OTHER
                           IF salaireBase = f-ma-ancienSalaire THEN
                               MOVE f-ma-nouveauSalaire TO salaireBase
                               MOVE 1 TO WS-maAppliquee
                           END-IF
                   END-EVALUATE
                   IF WS-maAppliquee = 0 THEN
                       DISPLAY 'Valeur changee en fiche depuis la'
                           ' demande - demande a rejeter'
                   ELSE
                       MOVE WS-employee TO f-employee
                       REWRITE f-employee
                           INVALID KEY
                               DISPLAY 'Erreur de mise a jour'
                               MOVE 0 TO WS-maAppliquee
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE employeeFile
           IF WS-maAppliquee = 1 AND f-ma-champ = 'S' THEN
               MOVE f-ma-ancienSalaire TO WS-shAncienSalaire
               MOVE f-ma-dateEffet TO WS-shDateEffet
               PERFORM EnregistrerRevisionSalaire
           END-IF.

      *    MOIS D'EFFET D'UN NOUVEAU SALAIRE (AAAAMM) -- UN EFFET
      *    ANTERIEUR AU MOIS EN COURS EST RETROACTIF : LES PERIODES
      *    DEJA PAYEES A L'ANCIEN SALAIRE SERONT REGULARISEES PAR UN
      *    RAPPEL AU PROCHAIN RUN DE PAIE
       GetDateEffetSalaire.
           MOVE 0 TO WS-dateValide
           PERFORM UNTIL WS-dateValide = 1
               ACCEPT ss-sh-dateEffet
               IF WS-sh-mois >= 1 AND WS-sh-mois <= 12
                       AND WS-sh-annee NOT = 0 THEN
                   MOVE 1 TO WS-dateValide
               ELSE
                   DISPLAY 'Mois d effet invalide - AAAAMM attendu'
               END-IF
           END-PERFORM
           ACCEPT WS-shDateJour FROM DATE YYYYMMDD
           COMPUTE WS-shMoisCourant = WS-shDateJour / 100
           MOVE 0 TO WS-shRetroactif
           IF WS-shDateEffet < WS-shMoisCourant THEN
               MOVE 1 TO WS-shRetroactif
           END-IF.

      *    REVISION DE SALAIRE A L'HISTORIQUE -- LA PREMIERE REVISION
      *    D'UN EMPLOYE SANS HISTORIQUE POSE D'ABORD LE SALAIRE EN
      *    PLACE COMME SALAIRE D'ORIGINE, POUR QUE LES PERIODES
      *    AVANT L'EFFET GARDENT L'ANCIEN SALAIRE
       EnregistrerRevisionSalaire.
           MOVE 999912 TO WS-shPeriode
           PERFORM ChercherSalaireEnVigueur
           IF WS-shTrouve = 0 THEN
               MOVE 190001 TO WS-shLigneEffet
               MOVE WS-shAncienSalaire TO WS-shLigneSalaire
               MOVE 'O' TO WS-shLigneNature
               PERFORM EcrireLigneSalaire
           END-IF
           MOVE WS-shDateEffet TO WS-shLigneEffet
           MOVE salaireBase TO WS-shLigneSalaire
           MOVE 'R' TO WS-shLigneNature
           PERFORM EcrireLigneSalaire
           MOVE 'REVIS-SAL' TO WS-auditOperation
           PERFORM EnregistrerAuditEmp.

      *    SALAIRE D'ORIGINE D'UN EMPLOYE CREE -- VAUT POUR TOUTES LES
      *    PERIODES JUSQU'A SA PREMIERE REVISION
       EcrireSalaireOrigine.
           MOVE 190001 TO WS-shLigneEffet
           MOVE salaireBase TO WS-shLigneSalaire
           MOVE 'O' TO WS-shLigneNature
           PERFORM EcrireLigneSalaire.

       EcrireLigneSalaire.
           MOVE idEmploye TO f-sh-idEmploye
           MOVE WS-shLigneEffet TO f-sh-dateEffet
           MOVE WS-shLigneSalaire TO f-sh-salaire
           MOVE WS-shLigneNature TO f-sh-nature
           ACCEPT f-sh-dateSaisie FROM DATE YYYYMMDD
           MOVE WS-operateurId TO f-sh-operateur
           OPEN EXTEND salHistoFile
               WRITE f-salHisto
           CLOSE salHistoFile.

      *    SALAIRE EN VIGUEUR DE L'EMPLOYE COURANT POUR LA PERIODE
      *    WS-shPeriode (AAAAMM) -- LA REVISION D'EFFET LE PLUS
      *    RECENT NON POSTERIEUR L'EMPORTE, A EFFET EGAL LA DERNIERE
      *    SAISIE ; SANS LIGNE, WS-shTrouve RESTE A ZERO
       ChercherSalaireEnVigueur.
           MOVE 0 TO WS-shTrouve
           MOVE 0 TO WS-shMeilleurEffet
           MOVE 'N' TO WS-finSalHisto
           OPEN INPUT salHistoFile
           PERFORM UNTIL FIN-SALHISTO
               READ salHistoFile NEXT RECORD
                  AT END SET FIN-SALHISTO TO TRUE
               END-READ
               IF NOT FIN-SALHISTO THEN
                   IF f-sh-idEmploye = idEmploye THEN
                       PERFORM RetenirLigneSalaire
                   END-IF
               END-IF
           END-PERFORM
           CLOSE salHistoFile.

      *    UNE LIGNE D'ORIGINE ANNULE CE QUI LA PRECEDE POUR CE
      *    NUMERO -- UN NUMERO REATTRIBUE APRES SUPPRESSION NE
      *    REPREND PAS L'HISTORIQUE DE L'ANCIEN TITULAIRE
       RetenirLigneSalaire.
           IF f-sh-nature = 'O' THEN
               MOVE 0 TO WS-shTrouve
               MOVE 0 TO WS-shMeilleurEffet
           END-IF
           IF f-sh-dateEffet NOT > WS-shPeriode
                   AND f-sh-dateEffet NOT < WS-shMeilleurEffet THEN
               MOVE f-sh-dateEffet TO WS-shMeilleurEffet
               MOVE f-sh-salaire TO WS-shSalaire
               MOVE f-sh-nature TO WS-shNature
               MOVE 1 TO WS-shTrouve
           END-IF.

      *    SALAIRE DE LA PERIODE PAYEE -- CELUI EN VIGUEUR A
      *    L'HISTORIQUE, A DEFAUT LE SALAIRE DE LA FICHE EMPLOYE
      *    (EMPLOYE JAMAIS REVISE)
       AppliquerSalaireEnVigueur.
           COMPUTE WS-shPeriode = anneePaie * 100 + moisPaie
           PERFORM ChercherSalaireEnVigueur
           IF WS-shTrouve = 1 THEN
               MOVE WS-shSalaire TO salaireBase
           END-IF.

      *    CONSULTATION DE L'HISTORIQUE DES SALAIRES D'UN EMPLOYE,
      *    DANS L'ORDRE DE SAISIE
       HistoriqueSalaire.
           ACCEPT ss-idEmploye
           DISPLAY CLEAR-SCREEN
           DISPLAY '-- HISTORIQUE DES SALAIRES EMPLOYE '
               idEmploye ' --'
           MOVE 0 TO WS-shNbLignes
           MOVE 'N' TO WS-finSalHisto
           OPEN INPUT salHistoFile
           PERFORM UNTIL FIN-SALHISTO
               READ salHistoFile NEXT RECORD
                  AT END SET FIN-SALHISTO TO TRUE
               END-READ
               IF NOT FIN-SALHISTO THEN
                   IF f-sh-idEmploye = idEmploye THEN
                       ADD 1 TO WS-shNbLignes
                       IF f-sh-nature = 'O' THEN
                           MOVE 'origine' TO WS-statutLibelle
                       ELSE
                           MOVE 'revision' TO WS-statutLibelle
                       END-IF
                       DISPLAY 'Effet ' f-sh-dateEffet
                           ' salaire ' f-sh-salaire
                           ' ' WS-statutLibelle
                           ' saisi le ' f-sh-dateSaisie
                           ' par ' f-sh-operateur
                   END-IF
               END-IF
           END-PERFORM
           CLOSE salHistoFile
           IF WS-shNbLignes = 0 THEN
               DISPLAY 'Aucune revision - salaire de la fiche employe'
           END-IF.

      *    RETENUES SUR SALAIRE D'UN EMPLOYE -- LISTE, AJOUT PAR TOUT
      *    OPERATEUR ET ANNULATION RESERVEE AU SUPERVISEUR, TRACES AU
      *    JOURNAL D'AUDIT ; UNE RETENUE SOLDEE SE CLOT D'ELLE-MEME
      *    PAR LA PAIE
       GererRetenues.
           ACCEPT ss-idEmploye
           PERFORM VerifierEmployeExiste
           IF WS-trouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Employe inconnu'
           ELSE
               DISPLAY CLEAR-SCREEN
               PERFORM ListerRetenues
               ACCEPT ss-choixRetenue
               EVALUATE WS-choixRetenue
                   WHEN 0
                       DISPLAY CLEAR-SCREEN
                       PERFORM AjouterRetenue
                   WHEN 1
                       PERFORM VerifierRoleSuperviseur
                       IF WS-overrideOK = 1 THEN
                           PERFORM AnnulerRetenue
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ListerRetenues.
           DISPLAY '-- RETENUES SUR SALAIRE EMPLOYE ' idEmploye ' --'
           MOVE 0 TO WS-rnDernierNumero
           MOVE 0 TO WS-rnNbListees
           MOVE 'N' TO WS-finRetenues
           OPEN INPUT retenueFile
           PERFORM UNTIL FIN-RETENUES
               READ retenueFile NEXT RECORD
                  AT END SET FIN-RETENUES TO TRUE
               END-READ
               IF NOT FIN-RETENUES THEN
                   IF f-rn-idEmploye = idEmploye THEN
                       ADD 1 TO WS-rnNbListees
                       MOVE f-rn-numero TO WS-rnDernierNumero
                       MOVE f-rn-type TO WS-rnTypeCode
                       PERFORM LibelleTypeRetenue
                       EVALUATE f-rn-statut
                           WHEN 'A'
                               MOVE 'active' TO WS-statutLibelle
                           WHEN 'C'
                               MOVE 'soldee' TO WS-statutLibelle
                           WHEN OTHER
                               MOVE 'annulee' TO WS-statutLibelle
                       END-EVALUATE
                       DISPLAY f-rn-numero ' ' WS-rnTypeLibelle
                           ' ' f-rn-libelle
                           ' ' f-rn-periodicite
                           ' montant ' f-rn-montant
                           ' du ' f-rn-debut
                           ' au ' f-rn-fin
                           ' reste ' f-rn-solde
                           ' ' WS-statutLibelle
                   END-IF
               END-IF
           END-PERFORM
           CLOSE retenueFile
           IF WS-rnNbListees = 0 THEN
               DISPLAY 'Aucune retenue'
           END-IF.

       LibelleTypeRetenue.
           EVALUATE WS-rnTypeCode
               WHEN 'A'
                   MOVE 'Acompte' TO WS-rnTypeLibelle
               WHEN 'S'
                   MOVE 'Saisie' TO WS-rnTypeLibelle
               WHEN OTHER
                   MOVE 'Rembours.' TO WS-rnTypeLibelle
           END-EVALUATE.

      *    UNE RETENUE UNIQUE EST DUE EN ENTIER EN UNE FOIS ; UNE
      *    RETENUE MENSUELLE COURT JUSQU'A SA FIN OU A L'EPUISEMENT
      *    DU MONTANT TOTAL DU
       AjouterRetenue.
           ACCEPT ss-rn-type
           ACCEPT ss-rn-libelle
           ACCEPT ss-rn-periodicite
           ACCEPT ss-rn-montant
           ACCEPT ss-rn-debut
           IF WS-rn-periodicite = 'U' THEN
               MOVE 0 TO WS-rn-fin
               MOVE WS-rn-montant TO WS-rn-solde
           ELSE
               ACCEPT ss-rn-fin
               ACCEPT ss-rn-solde
           END-IF
           PERFORM ValiderRetenue
           IF WS-rnSaisieOK = 1 THEN
               MOVE idEmploye TO f-rn-idEmploye
               COMPUTE f-rn-numero = WS-rnDernierNumero + 1
               MOVE WS-rn-type TO f-rn-type
               MOVE WS-rn-libelle TO f-rn-libelle
               MOVE WS-rn-periodicite TO f-rn-periodicite
               MOVE WS-rn-montant TO f-rn-montant
               MOVE WS-rn-debut TO f-rn-debut
               MOVE WS-rn-fin TO f-rn-fin
               MOVE WS-rn-solde TO f-rn-solde
               MOVE 'A' TO f-rn-statut
               MOVE 0 TO f-rn-dernierePeriode
               OPEN I-O retenueFile
               WRITE f-retenue
                   INVALID KEY
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Erreur ecriture retenue'
                   NOT INVALID KEY
                       MOVE 'CREAT-RET' TO WS-auditOperation
                       PERFORM EnregistrerAuditEmp
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Retenue ' f-rn-numero ' enregistree'
               END-WRITE
               CLOSE retenueFile
           END-IF.

       ValiderRetenue.
           MOVE 0 TO WS-rnSaisieOK
           IF WS-rn-type NOT = 'A' AND WS-rn-type NOT = 'S'
                   AND WS-rn-type NOT = 'P' THEN
               DISPLAY 'Retenue refusee - type A, S ou P'
           ELSE IF WS-rn-periodicite NOT = 'M'
                   AND WS-rn-periodicite NOT = 'U' THEN
               DISPLAY 'Retenue refusee - periodicite M ou U'
           ELSE IF WS-rn-montant = 0 OR WS-rn-solde = 0 THEN
               DISPLAY 'Retenue refusee - montant nul'
           ELSE IF WS-rn-debutMois < 1 OR WS-rn-debutMois > 12
                   OR WS-rn-debutAnnee = 0 THEN
               DISPLAY 'Retenue refusee - debut AAAAMM invalide'
           ELSE IF WS-rn-fin NOT = 0
                   AND (WS-rn-finMois < 1 OR WS-rn-finMois > 12
                   OR WS-rn-fin < WS-rn-debut) THEN
               DISPLAY 'Retenue refusee - fin invalide ou avant debut'
           ELSE IF WS-rnDernierNumero = 999 THEN
               DISPLAY 'Retenue refusee - numerotation epuisee'
           ELSE
               MOVE 1 TO WS-rnSaisieOK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    ANNULATION D'UNE RETENUE ACTIVE (MAINLEVEE DE SAISIE,
      *    REMISE DE DETTE...) -- LE RESTE DU EST CONSERVE POUR
      *    MEMOIRE, LA PAIE NE LA PRELEVE PLUS
       AnnulerRetenue.
           ACCEPT ss-rn-numero
           OPEN I-O retenueFile
           MOVE idEmploye TO f-rn-idEmploye
           MOVE WS-rn-numero TO f-rn-numero
           READ retenueFile
               INVALID KEY
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Retenue inconnue pour cet employe'
               NOT INVALID KEY
                   IF f-rn-statut NOT = 'A' THEN
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Retenue deja soldee ou annulee'
                   ELSE
                       MOVE 'X' TO f-rn-statut
                       REWRITE f-retenue
                           INVALID KEY
                               DISPLAY 'Erreur mise a jour retenue'
                           NOT INVALID KEY
                               MOVE 'ANNUL-RET' TO WS-auditOperation
                               PERFORM EnregistrerAuditEmp
                               DISPLAY CLEAR-SCREEN
                               DISPLAY 'Retenue ' f-rn-numero
                                   ' annulee'
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE retenueFile.

      *    INDEMNITES DE FIN DE CONTRAT (SUPERVISEUR) -- PREAVIS ET
      *    LICENCIEMENT D'UN EMPLOYE DONT LA DATE DE SORTIE EST
      *    CONNUE ; UNE NOUVELLE SAISIE REMPLACE LA PRECEDENTE, LE
      *    SOLDE DE TOUT COMPTE PREND LA DERNIERE
       SaisirIndemSortie.
           ACCEPT ss-idEmploye
           PERFORM LireEmploye
           IF WS-trouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Employe inconnu'
           ELSE IF dateSortie = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Date de sortie non renseignee - saisie refusee'
           ELSE
               DISPLAY CLEAR-SCREEN
               IF soldeToutCompte = 'O' THEN
                   DISPLAY 'Attention : employe deja solde le '
                       dateSolde ' - relancer SORTIE avec override'
               END-IF
               PERFORM ChercherIndemSortie
               DISPLAY '-- INDEMNITES DE SORTIE EMPLOYE ' idEmploye
                   ' (sortie le ' dateSortie ') --'
               DISPLAY 'Preavis actuel : ' indemPreavis
                   '   licenciement actuel : ' indemLicenciement
               ACCEPT ss-is-preavis
               ACCEPT ss-is-licenciement
               MOVE idEmploye TO f-is-idEmploye
               MOVE WS-is-preavis TO f-is-preavis
               MOVE WS-is-licenciement TO f-is-licenciement
               ACCEPT f-is-dateSaisie FROM DATE YYYYMMDD
               MOVE WS-operateurId TO f-is-operateur
               OPEN EXTEND indemSortieFile
                   WRITE f-indemSortie
               CLOSE indemSortieFile
               MOVE 'INDEM-SORT' TO WS-auditOperation
               PERFORM EnregistrerAuditEmp
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Indemnites de sortie enregistrees - employe '
                   idEmploye
           END-IF
           END-IF.

      *    LECTURE D'UN EMPLOYE PAR CLE DANS WS-employee
       LireEmploye.
           MOVE 0 TO WS-trouve
           OPEN INPUT employeeFile
           MOVE idEmploye TO f-idEmploye
           READ employeeFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-trouve
                   MOVE f-employee TO WS-employee
           END-READ
           CLOSE employeeFile.

      *    DERNIERES INDEMNITES SAISIES POUR L'EMPLOYE (ZERO SI
      *    AUCUNE)
       ChercherIndemSortie.
           MOVE 0 TO indemPreavis
           MOVE 0 TO indemLicenciement
           MOVE 'N' TO WS-finIndem
           OPEN INPUT indemSortieFile
           PERFORM UNTIL FIN-INDEM
               READ indemSortieFile NEXT RECORD
                  AT END SET FIN-INDEM TO TRUE
               END-READ
               IF NOT FIN-INDEM THEN
                   IF f-is-idEmploye = idEmploye THEN
                       MOVE f-is-preavis TO indemPreavis
                       MOVE f-is-licenciement TO indemLicenciement
                   END-IF
               END-IF
           END-PERFORM
           CLOSE indemSortieFile.

       SupprimerEmploye.
           MOVE 0 TO WS-trouve
           ACCEPT ss-idEmploye

           OPEN I-O employeeFile
                       NOT INVALID KEY
                           MOVE 'SUPPR-EMP' TO WS-auditOperation
                           PERFORM EnregistrerAuditEmp
                           PERFORM SupprimerConges
                           DISPLAY CLEAR-SCREEN
                           DISPLAY 'Employe supprime avec succes'
                   END-DELETE
               END-IF
           END-IF.

      *    LE SOLDE DE CONGES SUIT L'EMPLOYE SUPPRIME -- UN NUMERO
      *    REATTRIBUE NE DOIT PAS HERITER DU SOLDE D'UN AUTRE
       SupprimerConges.
           OPEN I-O congeFile
           MOVE idEmploye TO f-cg-idEmploye
           DELETE congeFile RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           CLOSE congeFile.

      *    CONTROLE DE DOUBLON SUR LE NUMERO EMPLOYE
       VerifierEmployeExiste.
           MOVE 0 TO WS-trouve
           MOVE WS-auditOperation TO f-aud-operation
           MOVE idEmploye TO f-aud-clientId
           MOVE WS-operateurId TO f-aud-operateur
           MOVE SPACES TO f-aud-operateur2
           MOVE 0 TO f-aud-clientLie
           OPEN EXTEND auditFile
               WRITE f-audit
           CLOSE auditFile.

      *    JOURNAL D'AUDIT -- VARIANTE VALIDATION A DEUX (LE
      *    VALIDEUR CONNECTE ET LE DEMANDEUR DE LA MODIFICATION)
       EnregistrerAuditValidation.
           ACCEPT f-aud-date FROM DATE YYYYMMDD
           ACCEPT f-aud-heure FROM TIME
           MOVE WS-auditOperation TO f-aud-operation
           MOVE idEmploye TO f-aud-clientId
           MOVE WS-operateurId TO f-aud-operateur
           MOVE WS-maDemandeur TO f-aud-operateur2
           MOVE 0 TO f-aud-clientLie
           OPEN EXTEND auditFile
               WRITE f-audit
           CLOSE auditFile.

      *    JOURNAL D'AUDIT -- VARIANTE CONFIRMATION D'UN MOUVEMENT
      *    AU DELA DU SEUIL : L'AGENT ET LE SUPERVISEUR QUI CONFIRME
       EnregistrerAuditLcb.
           ACCEPT f-aud-date FROM DATE YYYYMMDD
           ACCEPT f-aud-heure FROM TIME
           MOVE WS-auditOperation TO f-aud-operation
           MOVE clientId TO f-aud-clientId
           MOVE WS-operateurId TO f-aud-operateur
           MOVE WS-lcbSuperviseur TO f-aud-operateur2
           MOVE 0 TO f-aud-clientLie
           OPEN EXTEND auditFile
               WRITE f-audit
           CLOSE auditFile.

      *    JOURNAL D'AUDIT -- VARIANTE FUSION DE CLIENTS : LE
      *    CLIENT CONSERVE ET LE CLIENT ABSORBE
       EnregistrerAuditFusion.
           ACCEPT f-aud-date FROM DATE YYYYMMDD
           ACCEPT f-aud-heure FROM TIME
           MOVE WS-auditOperation TO f-aud-operation
           MOVE WS-fuCibleId TO f-aud-clientId
           MOVE WS-operateurId TO f-aud-operateur
           MOVE SPACES TO f-aud-operateur2
           MOVE WS-fuSourceId TO f-aud-clientLie
           OPEN EXTEND auditFile
               WRITE f-audit
           CLOSE auditFile.
           MOVE WS-auditOperation TO f-aud-operation
           MOVE 0 TO f-aud-clientId
           MOVE WS-operateurId TO f-aud-operateur
           MOVE SPACES TO f-aud-operateur2
           MOVE 0 TO f-aud-clientLie
           OPEN EXTEND auditFile
               WRITE f-audit
           CLOSE auditFile.
           CLOSE operatorFile.

      *-----------------------
      *    TABLE DES SERVICES ET CENTRES DE COUT -- LISTE OUVERTE A
      *    TOUS, CREATION / MODIFICATION / SUPPRESSION RESERVEES AU
      *    SUPERVISEUR ; UN SERVICE ENCORE PORTE PAR UN EMPLOYE NE SE
      *    SUPPRIME PAS
       MenuService.
           ACCEPT ss-choixService
           EVALUATE WS-choixService
               WHEN 0
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM CreerService
                   END-IF
               WHEN 1
                   DISPLAY CLEAR-SCREEN
                   PERFORM ListerServices
               WHEN 2
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM ModifierService
                   END-IF
               WHEN 3
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM SupprimerService
                   END-IF
               WHEN OTHER
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Choix invalide'
           END-EVALUATE.

       CreerService.
           ACCEPT ss-srv-code
           ACCEPT ss-srv-libelle
           ACCEPT ss-srv-centreCout

           OPEN I-O serviceFile
           MOVE WS-srv-code TO f-srv-code
           MOVE WS-srv-libelle TO f-srv-libelle
           MOVE WS-srv-centreCout TO f-srv-centreCout
           WRITE f-service
               INVALID KEY
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'ATTENTION : ce service existe deja'
               NOT INVALID KEY
                   MOVE 'CREAT-SERV' TO WS-auditOperation
                   PERFORM EnregistrerAuditSys
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Service cree'
           END-WRITE
           CLOSE serviceFile.

       ListerServices.
           DISPLAY '-- SERVICES --'
           MOVE 'N' TO WS-finServices
           OPEN INPUT serviceFile
           PERFORM UNTIL FIN-SERVICES
               READ serviceFile NEXT RECORD
                  AT END SET FIN-SERVICES TO TRUE
               END-READ
               IF NOT FIN-SERVICES THEN
                   DISPLAY f-srv-code ' ' f-srv-libelle
                       ' centre de cout ' f-srv-centreCout
               END-IF
           END-PERFORM
           CLOSE serviceFile.

       ModifierService.
           ACCEPT ss-srv-code
           MOVE 0 TO WS-srvTrouve
           OPEN I-O serviceFile
           MOVE WS-srv-code TO f-srv-code
           READ serviceFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-srvTrouve
           END-READ

           IF WS-srvTrouve = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Service inconnu - aucune modification possible'
           ELSE
               DISPLAY f-srv-code ' ' f-srv-libelle
                   ' centre de cout ' f-srv-centreCout
               ACCEPT ss-srv-libelle
               ACCEPT ss-srv-centreCout
               MOVE WS-srv-libelle TO f-srv-libelle
               MOVE WS-srv-centreCout TO f-srv-centreCout
               REWRITE f-service
                   INVALID KEY
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Erreur de mise a jour'
                   NOT INVALID KEY
                       MOVE 'MODIF-SERV' TO WS-auditOperation
                       PERFORM EnregistrerAuditSys
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Service modifie - les fiches deja'
                           ' etablies gardent leur centre de cout'
               END-REWRITE
           END-IF
           CLOSE serviceFile.

       SupprimerService.
           ACCEPT ss-srv-code
           MOVE 0 TO WS-srvNbEmployes
           MOVE 'N' TO End-Of-File
           OPEN INPUT employeeFile
           PERFORM UNTIL EOF
               READ employeeFile NEXT RECORD
                  AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF THEN
                   IF f-codeService = WS-srv-code THEN
                       ADD 1 TO WS-srvNbEmployes
                   END-IF
               END-IF
           END-PERFORM
           CLOSE employeeFile

           IF WS-srvNbEmployes > 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Suppression refusee - ' WS-srvNbEmployes
                   ' employe(s) rattache(s) a ce service'
           ELSE
               OPEN I-O serviceFile
               MOVE WS-srv-code TO f-srv-code
               DELETE serviceFile RECORD
                   INVALID KEY
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Service inconnu'
                   NOT INVALID KEY
                       MOVE 'SUPPR-SERV' TO WS-auditOperation
                       PERFORM EnregistrerAuditSys
                       DISPLAY CLEAR-SCREEN
                       DISPLAY 'Service supprime'
               END-DELETE
               CLOSE serviceFile
           END-IF.

      *    LECTURE D'UN SERVICE PAR CLE (WS-srvRecherche) -- LIBELLE
      *    ET CENTRE DE COUT A BLANC SI LE CODE EST INCONNU
       ChercherService.
           MOVE 0 TO WS-srvTrouve
           MOVE SPACES TO WS-srvLibelle
           MOVE SPACES TO WS-srvCentre
           OPEN INPUT serviceFile
           MOVE WS-srvRecherche TO f-srv-code
           READ serviceFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-srvTrouve
                   MOVE f-srv-libelle TO WS-srvLibelle
                   MOVE f-srv-centreCout TO WS-srvCentre
           END-READ
           CLOSE serviceFile.

       CompterServices.
           MOVE 0 TO WS-srvExiste
           OPEN INPUT serviceFile
           READ serviceFile NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO WS-srvExiste
           END-READ
           CLOSE serviceFile.

      *    SERVICE DONNE AUX EMPLOYES REPRIS (TROISIEME ARGUMENT DU
      *    MODE REPRISE) -- A BLANC SI ABSENT, SINON IL DOIT EXISTER
       VerifierServiceReprise.
           MOVE WS-batchArg2(1:4) TO WS-srvReprise
           IF WS-srvReprise = SPACES THEN
               MOVE 1 TO WS-srvTrouve
           ELSE
               MOVE WS-srvReprise TO WS-srvRecherche
               PERFORM ChercherService
           END-IF.

      *-----------------------
      *    FICHE DE PAYE (PAYROLL)
       GetEmployeeDetail.
           ACCEPT ss-nomEmploye
           ACCEPT ss-prenomEmploye
           ACCEPT ss-salaireBase
           ACCEPT ss-typeContrat
           PERFORM GetIban
           ACCEPT ss-bic
           PERFORM GetDatesEmploye
           PERFORM GetServiceEmploye.

      *    SAISIE DES DATES D'ENTREE / SORTIE -- 0 (SANS OBJET) OU
      *    UN AAAAMMJJ PLAUSIBLE EXIGE, LA SORTIE NE POUVANT PAS
      *    PRECEDER L'ENTREE : UN JOUR A 00 FERAIT SURPAYER LE
      *    PRORATA ET UN MOIS A 13 FERAIT SAUTER L'EMPLOYE DE TOUS
      *    LES RUNS DE MASSE SANS BRUIT
       GetDatesEmploye.
           MOVE 0 TO WS-dateValide
           PERFORM UNTIL WS-dateValide = 1
               ACCEPT ss-dateEntree
               MOVE dateEntree TO WS-dateAValider
               PERFORM ValiderDateEmploye
               IF WS-dateValide = 0 THEN
                   DISPLAY 'Date entree invalide - AAAAMMJJ ou 0'
               END-IF
           END-PERFORM
           MOVE 0 TO WS-dateValide
           PERFORM UNTIL WS-dateValide = 1
               ACCEPT ss-dateSortie
               MOVE dateSortie TO WS-dateAValider
               PERFORM ValiderDateEmploye
               END-IF
           END-PERFORM.

      *    SAISIE DU SERVICE -- UN CODE DE LA TABLE DES SERVICES EST
      *    EXIGE ; TANT QUE LA TABLE EST VIDE (INSTALLATION NEUVE) LE
      *    CODE EST PRIS TEL QUEL ET LE CONTROLE D'INTEGRITE LE
      *    SIGNALERA
       GetServiceEmploye.
           PERFORM CompterServices
           MOVE 0 TO WS-srvTrouve
           PERFORM UNTIL WS-srvTrouve = 1
               ACCEPT ss-codeService
               IF WS-srvExiste = 0 THEN
                   MOVE 1 TO WS-srvTrouve
                   DISPLAY 'ATTENTION : table des services vide -'
                       ' code non controle'
               ELSE
                   MOVE codeService TO WS-srvRecherche
                   PERFORM ChercherService
                   IF WS-srvTrouve = 0 THEN
                       DISPLAY 'Service inconnu - code de la table'
                           ' des services (menu 19)'
                   END-IF
               END-IF
           END-PERFORM.

       ValiderDateEmploye.
           MOVE 0 TO WS-dateValide
           IF WS-dateAValider = 0 THEN
           ACCEPT ss-anneePaie
           ACCEPT ss-primes
           MOVE 0 TO heuresSup
           MOVE 0 TO joursAbsence
           MOVE 0 TO joursConges
           MOVE 0 TO rappelPaie
           MOVE 0 TO WS-nbRappels.

       FichePaieRun.
           MOVE 0 TO WS-trouve
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Employe inconnu - creation de sa fiche'
               PERFORM GetEmployeeDetail
               MOVE SPACE TO soldeToutCompte
               MOVE 0 TO dateSolde
               OPEN I-O employeeFile
                   MOVE WS-employee TO f-employee
                   WRITE f-employee
                       NOT INVALID KEY
                           MOVE 'CREAT-EMP' TO WS-auditOperation
                           PERFORM EnregistrerAuditEmp
                           PERFORM EcrireSalaireOrigine
                   END-WRITE
               CLOSE employeeFile
           END-IF
               END-IF
           END-IF

      *    EMPLOYE DEJA SOLDE -- SA DERNIERE PAIE EST FAITE, UNE
      *    NOUVELLE FICHE N'EST ETABLIE QUE SUR OVERRIDE SUPERVISEUR,
      *    TRACE AU JOURNAL D'AUDIT
           IF WS-paieOK = 1 AND soldeToutCompte = 'O' THEN
               DISPLAY 'Employe solde le ' dateSolde
                   ' - override superviseur requis'
               PERFORM VerifierOverrideSuperviseur
               IF WS-overrideOK = 0 THEN
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Override refuse - fiche non etablie'
                   MOVE 0 TO WS-paieOK
               ELSE
                   MOVE 'PAIE-SOLDE' TO WS-auditOperation
                   PERFORM EnregistrerAuditEmp
               END-IF
           END-IF

           IF WS-paieOK = 1 THEN
               PERFORM VerifierDoublonPaie
               IF WS-doublonTrouve = 1 THEN
               DISPLAY 'Bareme : plus de 5 lignes pour le contrat '
                   typeContrat ' - fiche refusee'
           ELSE
      *    UNE FICHE REMPLACEE REND D'ABORD SES JOURS ACQUIS ET
      *    PRIS AU SOLDE, LA NOUVELLE LES REAPPLIQUE ENSUITE
               PERFORM ChercherConges
               IF WS-doublonTrouve = 1 THEN
                   SUBTRACT WS-cgAncienAcquis FROM WS-cgAcquis
                   SUBTRACT WS-cgAncienPris FROM WS-cgPris
                   SUBTRACT WS-cgAncienIndemnises FROM WS-cgPris
                   COMPUTE WS-cgSolde = WS-cgAcquis - WS-cgPris
               END-IF
      *    LES RAPPELS DE SALAIRE NE SONT CALCULES QUE PAR LE RUN DE
      *    PAIE ; UNE FICHE REFAITE A LA MAIN GARDE CELUI DEJA VERSE
      *    PAR LA FICHE REMPLACEE (SES PERIODES SONT DEJA
      *    REGULARISEES)
               IF WS-doublonTrouve = 1 THEN
                   MOVE WS-rpAncien TO rappelPaie
               END-IF
               PERFORM AppliquerSalaireEnVigueur
               PERFORM CalculerPaie
      *    LE REMPLACEMENT CONFIRME NE RETIRE L'ANCIENNE FICHE
      *    QU'ICI, UNE FOIS LA NOUVELLE CERTAINE D'ETRE ECRITE
                   PERFORM SupprimerFichePeriode
               END-IF
               PERFORM EcrireFichePaie
               PERFORM AppliquerRetenues
               PERFORM EcrireConges
               PERFORM EditerBulletin

               DISPLAY CLEAR-SCREEN
      *    SUR LE FICHIER INDEXE
       VerifierDoublonPaie.
           MOVE 0 TO WS-doublonTrouve
           MOVE 0 TO WS-cgAncienAcquis
           MOVE 0 TO WS-cgAncienPris
           MOVE 0 TO WS-rpAncien
           MOVE 0 TO WS-nbRnAnciennes
           MOVE 0 TO WS-cgAncienIndemnises
           MOVE SPACE TO WS-psStatutAncien
           OPEN INPUT paySlipFile
           MOVE idEmploye TO f-ps-idEmploye
           MOVE anneePaie TO f-ps-anneePaie
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-doublonTrouve
                   MOVE f-ps-congesAcquis TO WS-cgAncienAcquis
                   MOVE f-ps-congesPris TO WS-cgAncienPris
                   MOVE f-ps-rappel TO WS-rpAncien
                   MOVE f-ps-statutPaiement TO WS-psStatutAncien
                   IF f-ps-joursIndemnises IS NUMERIC THEN
                       MOVE f-ps-joursIndemnises
                           TO WS-cgAncienIndemnises
                   END-IF
                   IF f-ps-nbRetenues IS NUMERIC
                           AND f-ps-nbRetenues NOT > 5 THEN
                       MOVE f-ps-nbRetenues TO WS-nbRnAnciennes
                       PERFORM VARYING WS-ixRa FROM 1 BY 1
                               UNTIL WS-ixRa > WS-nbRnAnciennes
                           MOVE f-ps-rnNumero(WS-ixRa)
                               TO WS-ra-numero(WS-ixRa)
                           MOVE f-ps-rnMontant(WS-ixRa)
                               TO WS-ra-montant(WS-ixRa)
                       END-PERFORM
                   END-IF
           END-READ
           CLOSE paySlipFile.

               DISPLAY CLEAR-SCREEN
               DISPLAY 'Periode deja cloturee'
           ELSE
               PERFORM MarquerPeriodeCloturee
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Periode ' moisPaie '/' anneePaie ' cloturee'
           END-IF.

       MarquerPeriodeCloturee.
           MOVE moisPaie TO f-per-mois
           MOVE anneePaie TO f-per-annee
           MOVE 'C' TO f-per-statut
           OPEN EXTEND periodeFile
               WRITE f-periode
           CLOSE periodeFile.

      *    RECHERCHE DES LIGNES DE COTISATION APPLICABLES AU TYPE DE
      *    CONTRAT POUR LA PERIODE PAYEE (AAAAMM DANS LA PLAGE
      *    D'EFFET) -- LE DERNIER TAUX SAISI POUR UNE MEME LIGNE
           END-IF.

       RetenirLigneTaux.
           PERFORM LireTauxPatronal
           MOVE 0 TO WS-ligneTrouvee
           PERFORM VARYING WS-ixCot FROM 1 BY 1
                   UNTIL WS-ixCot > nbLignesCot
               IF libelleCot(WS-ixCot) = f-tx-libelle THEN
                   MOVE f-tx-taux TO tauxLigneCot(WS-ixCot)
                   MOVE WS-tauxPatLu TO tauxPatLigneCot(WS-ixCot)
                   MOVE 1 TO WS-ligneTrouvee
               END-IF
           END-PERFORM
                   ADD 1 TO nbLignesCot
                   MOVE f-tx-libelle TO libelleCot(nbLignesCot)
                   MOVE f-tx-taux TO tauxLigneCot(nbLignesCot)
                   MOVE WS-tauxPatLu TO tauxPatLigneCot(nbLignesCot)
               ELSE
      *    PLUS DE LIGNES AU BAREME QUE LA FICHE N'EN PORTE -- ON
      *    REFUSE LA FICHE PLUTOT QUE DE SOUS-COMPTER LES
               END-IF
           END-IF.

      *    TAUX PATRONAL DE LA LIGNE DE BAREME LUE -- UNE LIGNE
      *    SAISIE AVANT L'AJOUT DE LA PART PATRONALE SE RELIT A
      *    BLANC ET COMPTE POUR ZERO
       LireTauxPatronal.
           IF f-tx-tauxPatronal IS NUMERIC THEN
               MOVE f-tx-tauxPatronal TO WS-tauxPatLu
           ELSE
               MOVE 0 TO WS-tauxPatLu
           END-IF.

      *    CALCUL BRUT / LIGNES DE COTISATION / NET A PARTIR DE
      *    WS-employee, DE LA PERIODE DANS WS-paie ET DES LIGNES
      *    DEJA RECHERCHEES -- LE TOTAL DES COTISATIONS EST LA
      *    SOMME DES LIGNES, DE MEME POUR LA PART PATRONALE QUI
      *    S'AJOUTE AU BRUT DANS LE COUT EMPLOYEUR SANS TOUCHER AU
      *    NET DU SALARIE ; UN MOIS D'ENTREE OU DE SORTIE EN
      *    COURS DE MOIS EST PRORATISE EN JOURS CALENDAIRES
      *    HEURES SUPPLEMENTAIRES MAJOREES A 25 PCT SUR LA BASE
      *    LEGALE DE 151.67 HEURES PAR MOIS ; ABSENCES SANS SOLDE
      *    RETENUES EN JOURS CALENDAIRES COMME LE PRORATA ; LES
      *    CONGES PAYES NE SONT PAS DEDUITS (SALAIRE MAINTENU), LEUR
      *    VALEUR N'EST QU'EDITEE ; 2.5 JOURS ACQUIS PAR MOIS
      *    COMPLET, PRORATISES SUR LES JOURS PAYES, LE SOLDE APRES
      *    PAIE PARTANT DE WS-cgSolde LU PAR L'APPELANT, QUI A DEJA
      *    REFUSE DES CONGES PRIS AU DELA DE CE SOLDE (LES JOURS
      *    ACQUIS DU MOIS NE SE PRENNENT PAS LE MOIS MEME) ; LE RAPPEL
      *    DE SALAIRE ENTRE DANS LE BRUT ET SUPPORTE LES COTISATIONS
       CalculerPaie.
           PERFORM CalculerProrata
           COMPUTE montantHeuresSup ROUNDED =
               salaireBase * heuresSup * 1.25 / 151.67
           COMPUTE montantAbsence ROUNDED =
               salaireBase * joursAbsence / WS-joursMois
           COMPUTE montantConges ROUNDED =
               salaireBase * joursConges / WS-joursMois
           COMPUTE congesAcquis ROUNDED =
               2.5 * WS-joursPayes / WS-joursMois
           COMPUTE congesSolde =
               WS-cgSolde + congesAcquis - joursConges
      *    FICHE DE SOLDE DE TOUT COMPTE -- LES CONGES RESTANT DUS
      *    APRES LA DERNIERE PERIODE SONT INDEMNISES AU 1/26E DU
      *    SALAIRE MENSUEL PAR JOUR OUVRABLE ET LE SOLDE TOMBE A
      *    ZERO ; HORS SOLDE, AUCUNE INDEMNITE DE FIN DE CONTRAT
           IF WS-stcEnCours = 1 THEN
               MOVE congesSolde TO joursIndemnises
               COMPUTE indemConges ROUNDED =
                   salaireBase * joursIndemnises / 26
               MOVE 0 TO congesSolde
           ELSE
               MOVE 0 TO joursIndemnises
               MOVE 0 TO indemConges
               MOVE 0 TO indemPreavis
               MOVE 0 TO indemLicenciement
           END-IF
           COMPUTE brutPaie = WS-salaireProrate + primes
               + montantHeuresSup + rappelPaie
           IF montantAbsence > brutPaie THEN
               MOVE 0 TO brutPaie
           ELSE
               SUBTRACT montantAbsence FROM brutPaie
           END-IF
      *    L'INDEMNITE DE LICENCIEMENT EST DANS LE BRUT MAIS HORS
      *    BASE DES COTISATIONS ET DU PAS (LIMITES D'EXONERATION
      *    LEGALES A VERIFIER PAR LE SUPERVISEUR A LA SAISIE)
           ADD indemConges indemPreavis indemLicenciement TO brutPaie
           COMPUTE WS-baseCotisable = brutPaie - indemLicenciement
           MOVE 0 TO cotisationsPaie
           MOVE 0 TO cotisationsPatronales
           PERFORM VARYING WS-ixCot FROM 1 BY 1
                   UNTIL WS-ixCot > nbLignesCot
               MOVE WS-baseCotisable TO baseCot(WS-ixCot)
               COMPUTE montantCot(WS-ixCot) ROUNDED =
                   WS-baseCotisable * tauxLigneCot(WS-ixCot)
               ADD montantCot(WS-ixCot) TO cotisationsPaie
               COMPUTE montantPatCot(WS-ixCot) ROUNDED =
                   WS-baseCotisable * tauxPatLigneCot(WS-ixCot)
               ADD montantPatCot(WS-ixCot) TO cotisationsPatronales
           END-PERFORM
           COMPUTE coutEmployeur = brutPaie + cotisationsPatronales
           COMPUTE netPaie = brutPaie - cotisationsPaie
      *    LE PRELEVEMENT A LA SOURCE S'APPLIQUE SUR LE NET
      *    IMPOSABLE (ICI LE NET APRES COTISATIONS) ; SANS TAUX
      *    TRANSMIS POUR L'EMPLOYE, AUCUN PRELEVEMENT
           PERFORM ChercherTauxPas
           IF WS-tauxPasTrouve = 1 THEN
               COMPUTE pasPaie ROUNDED =
                   (netPaie - indemLicenciement) * WS-tauxPasLu
           ELSE
               MOVE 0 TO pasPaie
           END-IF
           COMPUTE netAPayer = netPaie - pasPaie
      *    LES RETENUES APRES IMPOT NE REDUISENT QUE LE NET A PAYER
           PERFORM ChercherRetenues.

      *    RETENUES ACTIVES DE L'EMPLOYE POUR LA PERIODE, DANS L'ORDRE
      *    DE LEUR NUMERO -- CHACUNE LIMITEE A SON RESTE DU ET AU NET
      *    ENCORE DISPONIBLE, LES SAISIES EN PLUS A LA QUOTITE
      *    SAISISSABLE ; LE FICHIER N'EST MIS A JOUR QU'UNE FOIS LA
      *    FICHE ECRITE (AppliquerRetenues)
       ChercherRetenues.
           MOVE 0 TO WS-nbRetenues
           MOVE 0 TO retenuesPaie
           MOVE 0 TO WS-rnDeborde
           COMPUTE WS-rnPeriode = anneePaie * 100 + moisPaie
           MOVE netAPayer TO WS-rnDisponible
           PERFORM CalculerQuotiteSaisissable
           MOVE 'N' TO WS-finRetenues
           OPEN INPUT retenueFile
           PERFORM UNTIL FIN-RETENUES
               READ retenueFile NEXT RECORD
                  AT END SET FIN-RETENUES TO TRUE
               END-READ
               IF NOT FIN-RETENUES THEN
                   IF f-rn-idEmploye = idEmploye THEN
                       PERFORM RetenirRetenue
                   END-IF
               END-IF
           END-PERFORM
           CLOSE retenueFile
           COMPUTE netAPayer = netAPayer - retenuesPaie
           IF WS-rnDeborde = 1 THEN
               DISPLAY 'Employe ' idEmploye
                   ' : plus de 5 retenues - les suivantes attendent'
                   ' la periode suivante'
           END-IF.

      *    UNE RETENUE DEJA PRELEVEE PAR LA FICHE REMPLACEE COMPTE
      *    AVEC SON MONTANT RENDU AU RESTE DU
       RetenirRetenue.
           PERFORM ChercherAncienneRetenue
           COMPUTE WS-rnSoldeDispo = f-rn-solde + WS-rnAncienMontant
           MOVE 0 TO WS-rnEligible
           IF f-rn-statut NOT = 'X' AND WS-rnSoldeDispo > 0
                   AND f-rn-debut NOT > WS-rnPeriode THEN
               IF f-rn-periodicite = 'U' OR f-rn-fin = 0
                       OR f-rn-fin NOT < WS-rnPeriode THEN
                   MOVE 1 TO WS-rnEligible
               END-IF
           END-IF
           IF WS-rnEligible = 1 THEN
               IF WS-nbRetenues = 5 THEN
                   MOVE 1 TO WS-rnDeborde
               ELSE
                   MOVE f-rn-montant TO WS-rnMontant
                   IF WS-rnMontant > WS-rnSoldeDispo THEN
                       MOVE WS-rnSoldeDispo TO WS-rnMontant
                   END-IF
                   IF f-rn-type = 'S' AND WS-rnMontant > WS-rnQuotite
                           THEN
                       MOVE WS-rnQuotite TO WS-rnMontant
                   END-IF
                   IF WS-rnMontant > WS-rnDisponible THEN
                       MOVE WS-rnDisponible TO WS-rnMontant
                   END-IF
                   IF WS-rnMontant > 0 THEN
                       ADD 1 TO WS-nbRetenues
                       MOVE f-rn-numero TO WS-rt-numero(WS-nbRetenues)
                       MOVE f-rn-type TO WS-rt-type(WS-nbRetenues)
                       MOVE f-rn-libelle
                           TO WS-rt-libelle(WS-nbRetenues)
                       MOVE WS-rnMontant
                           TO WS-rt-montant(WS-nbRetenues)
                       ADD WS-rnMontant TO retenuesPaie
                       SUBTRACT WS-rnMontant FROM WS-rnDisponible
                       IF f-rn-type = 'S' THEN
                           SUBTRACT WS-rnMontant FROM WS-rnQuotite
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ChercherAncienneRetenue.
           MOVE 0 TO WS-rnAncienMontant
           PERFORM VARYING WS-ixRa FROM 1 BY 1
                   UNTIL WS-ixRa > WS-nbRnAnciennes
               IF WS-ra-numero(WS-ixRa) = f-rn-numero THEN
                   MOVE WS-ra-montant(WS-ixRa) TO WS-rnAncienMontant
               END-IF
           END-PERFORM.

      *    QUOTITE SAISISSABLE DU MOIS -- LE BAREME ANNUEL EST
      *    APPLIQUE AU NET APRES IMPOT RAMENE A L'ANNEE, TRANCHE PAR
      *    TRANCHE, PUIS RAMENE AU MOIS ; LE MONTANT FORFAITAIRE DU
      *    RSA RESTE INSAISISSABLE DANS TOUS LES CAS
       CalculerQuotiteSaisissable.
           MOVE netAPayer TO WS-rnNetBase
           COMPUTE WS-rnBaseAnnuelle = WS-rnNetBase * 12
           MOVE 0 TO WS-rnQuotiteAnnuelle
           MOVE 0 TO WS-rnSeuilPrec
           PERFORM VARYING WS-ixTr FROM 1 BY 1 UNTIL WS-ixTr > 7
               IF WS-rnBaseAnnuelle > WS-rnSeuilPrec THEN
                   IF WS-rnBaseAnnuelle < WS-rnSeuil(WS-ixTr) THEN
                       COMPUTE WS-rnTranche =
                           WS-rnBaseAnnuelle - WS-rnSeuilPrec
                   ELSE
                       COMPUTE WS-rnTranche =
                           WS-rnSeuil(WS-ixTr) - WS-rnSeuilPrec
                   END-IF
                   COMPUTE WS-rnQuotiteAnnuelle ROUNDED =
                       WS-rnQuotiteAnnuelle
                       + WS-rnTranche * WS-rnFraction(WS-ixTr)
               END-IF
               MOVE WS-rnSeuil(WS-ixTr) TO WS-rnSeuilPrec
           END-PERFORM
           COMPUTE WS-rnQuotite ROUNDED = WS-rnQuotiteAnnuelle / 12
           IF WS-rnNetBase > WS-rnMinimumRsa THEN
               IF WS-rnQuotite > WS-rnNetBase - WS-rnMinimumRsa THEN
                   COMPUTE WS-rnQuotite =
                       WS-rnNetBase - WS-rnMinimumRsa
               END-IF
           ELSE
               MOVE 0 TO WS-rnQuotite
           END-IF.

      *    MISE A JOUR DES RETENUES APRES UNE FICHE ETABLIE -- LE
      *    MONTANT PRELEVE PAR UNE FICHE REMPLACEE EST D'ABORD RENDU,
      *    LE NOUVEAU PRELEVEMENT DEDUIT DU RESTE DU ; UNE RETENUE A
      *    RESTE DU NUL EST SOLDEE ET SE FERME D'ELLE-MEME
       AppliquerRetenues.
           COMPUTE WS-rnPeriode = anneePaie * 100 + moisPaie
           MOVE 'N' TO WS-finRetenues
           OPEN I-O retenueFile
           PERFORM UNTIL FIN-RETENUES
               READ retenueFile NEXT RECORD
                  AT END SET FIN-RETENUES TO TRUE
               END-READ
               IF NOT FIN-RETENUES THEN
                   IF f-rn-idEmploye = idEmploye THEN
                       PERFORM AppliquerRetenueUne
                   END-IF
               END-IF
           END-PERFORM
           CLOSE retenueFile.

       AppliquerRetenueUne.
           MOVE 0 TO WS-rnModifiee
           PERFORM ChercherAncienneRetenue
           IF WS-rnAncienMontant > 0 THEN
               ADD WS-rnAncienMontant TO f-rn-solde
               MOVE 1 TO WS-rnModifiee
           END-IF
           MOVE 0 TO WS-rnMontant
           PERFORM VARYING WS-ixRn FROM 1 BY 1
                   UNTIL WS-ixRn > WS-nbRetenues
               IF WS-rt-numero(WS-ixRn) = f-rn-numero THEN
                   MOVE WS-rt-montant(WS-ixRn) TO WS-rnMontant
               END-IF
           END-PERFORM
           IF WS-rnMontant > 0 THEN
               SUBTRACT WS-rnMontant FROM f-rn-solde
               MOVE WS-rnPeriode TO f-rn-dernierePeriode
               MOVE 1 TO WS-rnModifiee
           END-IF
           IF WS-rnModifiee = 1 THEN
               IF f-rn-statut NOT = 'X' THEN
                   IF f-rn-solde = 0 THEN
                       MOVE 'C' TO f-rn-statut
                   ELSE
                       MOVE 'A' TO f-rn-statut
                   END-IF
               END-IF
               REWRITE f-retenue
                   INVALID KEY
                       DISPLAY 'Erreur mise a jour retenue '
                           f-rn-numero ' - employe ' idEmploye
               END-REWRITE
           END-IF.

      *    JOURS PAYES DU MOIS -- DU 1ER (OU DU JOUR D'ENTREE SI
      *    L'EMPLOYE ENTRE DANS LE MOIS PAYE) AU DERNIER JOUR (OU AU
               WHEN 5
                   DISPLAY CLEAR-SCREEN
                   PERFORM AjouterTauxPas
               WHEN 6
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM ModifierSeuilEcart
                   END-IF
               WHEN 7
                   DISPLAY CLEAR-SCREEN
                   PERFORM VerifierRoleSuperviseur
                   IF WS-overrideOK = 1 THEN
                       PERFORM ModifierParamLcb
                   END-IF
               WHEN OTHER
                   DISPLAY CLEAR-SCREEN
                   DISPLAY 'Choix invalide'
               END-IF
           END-IF.

      *    SEUIL DU CONTROLE DES ECARTS (SUPERVISEUR) -- LE NOUVEAU
      *    SEUIL S'AJOUTE AU FICHIER, L'ANCIEN RESTE POUR MEMOIRE
       ModifierSeuilEcart.
           PERFORM ChercherSeuilEcart
           DISPLAY 'Seuil actuel de variation du net : ' WS-ecSeuil
               ' %'
           ACCEPT ss-se-pourcent
           IF WS-se-pourcent = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Seuil nul refuse - seuil inchange'
           ELSE
               MOVE WS-se-pourcent TO f-se-pourcent
               ACCEPT f-se-dateSaisie FROM DATE YYYYMMDD
               MOVE WS-operateurId TO f-se-operateur
               OPEN EXTEND seuilFile
                   WRITE f-seuil
               CLOSE seuilFile
               MOVE 'SEUIL-ECART' TO WS-auditOperation
               PERFORM EnregistrerAuditSys
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Seuil des ecarts enregistre : ' WS-se-pourcent
                   ' %'
           END-IF.

       ChercherSeuilEcart.
           MOVE 20 TO WS-ecSeuil
           MOVE 'N' TO WS-finSeuil
           OPEN INPUT seuilFile
           PERFORM UNTIL FIN-SEUIL
               READ seuilFile NEXT RECORD
                  AT END SET FIN-SEUIL TO TRUE
               END-READ
               IF NOT FIN-SEUIL THEN
                   MOVE f-se-pourcent TO WS-ecSeuil
               END-IF
           END-PERFORM
           CLOSE seuilFile.

      *    SEUILS DE SURVEILLANCE DES MOUVEMENTS (SUPERVISEUR) --
      *    UNE NOUVELLE LIGNE DANS lcbparam.txt, LA DERNIERE FAIT FOI
       ModifierParamLcb.
           PERFORM ChercherParamLcb
           DISPLAY 'Seuil ' WS-lcbSeuil ' zone ' WS-lcbPourcent
               '% nb ' WS-lcbNbProches ' fenetre ' WS-lcbFenetre
               ' j plafond ' WS-lcbPlafond ' gros ' WS-lcbGrosMvt
               ' delai ' WS-lcbDelai ' j'
           ACCEPT ss-lp-seuil
           ACCEPT ss-lp-pourcent
           ACCEPT ss-lp-nbProches
           ACCEPT ss-lp-fenetre
           ACCEPT ss-lp-plafond
           ACCEPT ss-lp-grosMvt
           ACCEPT ss-lp-delai
           IF WS-lp-seuil = 0 OR WS-lp-plafond = 0
                   OR WS-lp-grosMvt = 0 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Montant nul refuse - seuils inchanges'
           ELSE IF WS-lp-pourcent < 1 OR WS-lp-pourcent > 99 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Zone sous le seuil de 1 a 99 % - seuils'
                   ' inchanges'
           ELSE IF WS-lp-nbProches < 2 OR WS-lp-fenetre < 1 THEN
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Au moins 2 mouvements sur au moins 1 jour'
                   ' - seuils inchanges'
           ELSE
               MOVE WS-lp-seuil TO f-lp-seuil
               MOVE WS-lp-pourcent TO f-lp-pourcent
               MOVE WS-lp-nbProches TO f-lp-nbProches
               MOVE WS-lp-fenetre TO f-lp-fenetre
               MOVE WS-lp-plafond TO f-lp-plafond
               MOVE WS-lp-grosMvt TO f-lp-grosMvt
               MOVE WS-lp-delai TO f-lp-delai
               ACCEPT f-lp-dateSaisie FROM DATE YYYYMMDD
               MOVE WS-operateurId TO f-lp-operateur
               OPEN EXTEND lcbParamFile
                   WRITE f-lcbParam
               CLOSE lcbParamFile
               MOVE 'PARAM-LCB' TO WS-auditOperation
               PERFORM EnregistrerAuditSys
               DISPLAY CLEAR-SCREEN
               DISPLAY 'Seuils de surveillance enregistres'
           END-IF
           END-IF
           END-IF.

      *    SEUILS EN VIGUEUR -- VALEURS PAR DEFAUT SI AUCUNE SAISIE
       ChercherParamLcb.
           MOVE 10000 TO WS-lcbSeuil
           MOVE 90 TO WS-lcbPourcent
           MOVE 3 TO WS-lcbNbProches
           MOVE 7 TO WS-lcbFenetre
           MOVE 15000 TO WS-lcbPlafond
           MOVE 5000 TO WS-lcbGrosMvt
           MOVE 2 TO WS-lcbDelai
           MOVE 'N' TO WS-finLcbParam
           OPEN INPUT lcbParamFile
           PERFORM UNTIL FIN-LCB-PARAM
               READ lcbParamFile NEXT RECORD
                  AT END SET FIN-LCB-PARAM TO TRUE
               END-READ
               IF NOT FIN-LCB-PARAM THEN
                   MOVE f-lp-seuil TO WS-lcbSeuil
                   MOVE f-lp-pourcent TO WS-lcbPourcent
                   MOVE f-lp-nbProches TO WS-lcbNbProches
                   MOVE f-lp-fenetre TO WS-lcbFenetre
                   MOVE f-lp-plafond TO WS-lcbPlafond
                   MOVE f-lp-grosMvt TO WS-lcbGrosMvt
                   MOVE f-lp-delai TO WS-lcbDelai
               END-IF
           END-PERFORM
           CLOSE lcbParamFile.

      *    TAUX PAS DE L'EMPLOYE POUR LA PERIODE PAYEE (AAAAMM DANS
      *    LA PLAGE D'EFFET) -- LE DERNIER TAUX SAISI L'EMPORTE ;
      *    SANS TAUX, AUCUN PRELEVEMENT (TAUX NON TRANSMIS)
                  AT END SET FIN-BAREME TO TRUE
               END-READ
               IF NOT FIN-BAREME THEN
                   PERFORM LireTauxPatronal
                   DISPLAY f-tx-typeContrat
                       ' ' f-tx-libelle
                       ' du ' f-tx-dateDebut
                       ' au ' f-tx-dateFin
                       ' taux ' f-tx-taux
                       ' patronal ' WS-tauxPatLu
               END-IF
           END-PERFORM
           CLOSE tauxFile.
           ACCEPT ss-tx-dateDebut
           ACCEPT ss-tx-dateFin
           ACCEPT ss-tx-taux
           ACCEPT ss-tx-tauxPatronal

           IF WS-tx-dateFin < WS-tx-dateDebut THEN
               DISPLAY CLEAR-SCREEN
               MOVE WS-tx-dateDebut TO f-tx-dateDebut
               MOVE WS-tx-dateFin TO f-tx-dateFin
               MOVE WS-tx-taux TO f-tx-taux
               MOVE WS-tx-tauxPatronal TO f-tx-tauxPatronal
               OPEN EXTEND tauxFile
                   WRITE f-taux
               CLOSE tauxFile
           MOVE pasPaie TO f-ps-pas
           MOVE netAPayer TO f-ps-netAPayer
           MOVE SPACE TO f-ps-statutPaiement
           MOVE cotisationsPatronales TO f-ps-cotisationsPatronales
           MOVE coutEmployeur TO f-ps-coutEmployeur
           MOVE congesAcquis TO f-ps-congesAcquis
           MOVE joursConges TO f-ps-congesPris
           MOVE congesSolde TO f-ps-congesSolde
           MOVE salaireBase TO f-ps-salaireBase
           MOVE WS-joursPayes TO f-ps-joursPayes
           MOVE WS-joursMois TO f-ps-joursMois
           MOVE salaireBase TO f-ps-salaireRegul
           MOVE rappelPaie TO f-ps-rappel
           MOVE retenuesPaie TO f-ps-totalRetenues
           MOVE WS-nbRetenues TO f-ps-nbRetenues
           IF WS-stcEnCours = 1 THEN
               MOVE 'O' TO f-ps-soldeToutCompte
           ELSE
               MOVE SPACE TO f-ps-soldeToutCompte
           END-IF
           MOVE joursIndemnises TO f-ps-joursIndemnises
           MOVE indemConges TO f-ps-indemConges
           MOVE indemPreavis TO f-ps-indemPreavis
           MOVE indemLicenciement TO f-ps-indemLicenciement
           MOVE codeService TO f-ps-codeService
           MOVE codeService TO WS-srvRecherche
           PERFORM ChercherService
           MOVE WS-srvCentre TO f-ps-centreCout
           PERFORM VARYING WS-ixRn FROM 1 BY 1
                   UNTIL WS-ixRn > 5
               IF WS-ixRn > WS-nbRetenues THEN
                   MOVE 0 TO f-ps-rnNumero(WS-ixRn)
                   MOVE SPACE TO f-ps-rnType(WS-ixRn)
                   MOVE SPACES TO f-ps-rnLibelle(WS-ixRn)
                   MOVE 0 TO f-ps-rnMontant(WS-ixRn)
               ELSE
                   MOVE WS-rt-numero(WS-ixRn) TO f-ps-rnNumero(WS-ixRn)
                   MOVE WS-rt-type(WS-ixRn) TO f-ps-rnType(WS-ixRn)
                   MOVE WS-rt-libelle(WS-ixRn)
                       TO f-ps-rnLibelle(WS-ixRn)
                   MOVE WS-rt-montant(WS-ixRn)
                       TO f-ps-rnMontant(WS-ixRn)
               END-IF
           END-PERFORM
           MOVE nbLignesCot TO f-ps-nbLignesCot
           PERFORM VARYING WS-ixCot FROM 1 BY 1
                   UNTIL WS-ixCot > 5
                   MOVE 0 TO f-ps-baseCot(WS-ixCot)
                   MOVE 0 TO f-ps-tauxCot(WS-ixCot)
                   MOVE 0 TO f-ps-montantCot(WS-ixCot)
                   MOVE 0 TO f-ps-tauxPatCot(WS-ixCot)
                   MOVE 0 TO f-ps-montantPatCot(WS-ixCot)
               ELSE
                   MOVE libelleCot(WS-ixCot)
                       TO f-ps-libelleCot(WS-ixCot)
                       TO f-ps-tauxCot(WS-ixCot)
                   MOVE montantCot(WS-ixCot)
                       TO f-ps-montantCot(WS-ixCot)
                   MOVE tauxPatLigneCot(WS-ixCot)
                       TO f-ps-tauxPatCot(WS-ixCot)
                   MOVE montantPatCot(WS-ixCot)
                       TO f-ps-montantPatCot(WS-ixCot)
               END-IF
           END-PERFORM

           MOVE moisPaie TO WS-bul-mois
           MOVE anneePaie TO WS-bul-annee
           WRITE f-bulletinLigne FROM WS-bulPeriode
           MOVE codeService TO WS-bul-codeService
           MOVE codeService TO WS-srvRecherche
           PERFORM ChercherService
           MOVE WS-srvLibelle TO WS-bul-libService
           MOVE WS-srvCentre TO WS-bul-centreCout
           WRITE f-bulletinLigne FROM WS-bulService
           IF WS-stcEnCours = 1 THEN
               WRITE f-bulletinLigne FROM WS-bulSoldeTC
           END-IF
           WRITE f-bulletinLigne FROM WS-bulTiret

           MOVE 'Salaire de base' TO WS-bul-libelle
               MOVE montantAbsence TO WS-bul-montant
               WRITE f-bulletinLigne FROM WS-bulMontantLigne
           END-IF
           IF joursConges NOT = 0 THEN
               MOVE 'Conges payes pris - maintenu' TO WS-bul-libelle
               MOVE montantConges TO WS-bul-montant
               WRITE f-bulletinLigne FROM WS-bulMontantLigne
           END-IF
      *    UN RAPPEL DE SALAIRE PAR PERIODE REGULARISEE ; UNE FICHE
      *    REFAITE A LA MAIN N'EN EDITE QUE LE TOTAL
           PERFORM VARYING WS-ixRp FROM 1 BY 1
                   UNTIL WS-ixRp > WS-nbRappels
               MOVE WS-rp-mois(WS-ixRp) TO WS-bul-rpMois
               MOVE WS-rp-annee(WS-ixRp) TO WS-bul-rpAnnee
               MOVE WS-rp-montant(WS-ixRp) TO WS-bul-rpMontant
               WRITE f-bulletinLigne FROM WS-bulRappel
           END-PERFORM
           IF WS-nbRappels = 0 AND rappelPaie NOT = 0 THEN
               MOVE 'Rappel de salaire' TO WS-bul-libelle
               MOVE rappelPaie TO WS-bul-montant
               WRITE f-bulletinLigne FROM WS-bulMontantLigne
           END-IF
           IF indemConges NOT = 0 THEN
               MOVE 'Indemnite compensatrice conges' TO WS-bul-libelle
               MOVE indemConges TO WS-bul-montant
               WRITE f-bulletinLigne FROM WS-bulMontantLigne
           END-IF
           IF indemPreavis NOT = 0 THEN
               MOVE 'Indemnite de preavis' TO WS-bul-libelle
               MOVE indemPreavis TO WS-bul-montant
               WRITE f-bulletinLigne FROM WS-bulMontantLigne
           END-IF
           IF indemLicenciement NOT = 0 THEN
               MOVE 'Indemnite licenciement (exo.)' TO WS-bul-libelle
               MOVE indemLicenciement TO WS-bul-montant
               WRITE f-bulletinLigne FROM WS-bulMontantLigne
           END-IF
           MOVE 'BRUT' TO WS-bul-libelle
           MOVE brutPaie TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
               MOVE baseCot(WS-ixCot) TO WS-bul-cotBase
               MOVE tauxLigneCot(WS-ixCot) TO WS-bul-cotTaux
               MOVE montantCot(WS-ixCot) TO WS-bul-cotMontant
               MOVE tauxPatLigneCot(WS-ixCot) TO WS-bul-cotTauxPat
               MOVE montantPatCot(WS-ixCot) TO WS-bul-cotMontantPat
               WRITE f-bulletinLigne FROM WS-bulCotLigne
           END-PERFORM
           MOVE 'Total cotisations' TO WS-bul-libelle
           MOVE cotisationsPaie TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
           MOVE 'Total part patronale' TO WS-bul-libelle
           MOVE cotisationsPatronales TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
           MOVE 'Net imposable' TO WS-bul-libelle
           MOVE netPaie TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
           MOVE 'Impot preleve a la source' TO WS-bul-libelle
           MOVE pasPaie TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
           PERFORM VARYING WS-ixRn FROM 1 BY 1
                   UNTIL WS-ixRn > WS-nbRetenues
               MOVE WS-rt-type(WS-ixRn) TO WS-rnTypeCode
               PERFORM LibelleTypeRetenue
               MOVE WS-rnTypeLibelle TO WS-bul-rnType
               MOVE WS-rt-libelle(WS-ixRn) TO WS-bul-rnLibelle
               MOVE WS-rt-montant(WS-ixRn) TO WS-bul-rnMontant
               WRITE f-bulletinLigne FROM WS-bulRetenue
           END-PERFORM
           MOVE 'NET A PAYER' TO WS-bul-libelle
           MOVE netAPayer TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
      *    COUT REEL DE LA PAIE POUR L'ENTREPRISE -- BRUT PLUS PART
      *    PATRONALE, EDITE SOUS LE NET POUR NE PAS LE CONFONDRE
      *    AVEC CE QUE LE SALARIE PERCOIT
           MOVE 'COUT TOTAL EMPLOYEUR' TO WS-bul-libelle
           MOVE coutEmployeur TO WS-bul-montant
           WRITE f-bulletinLigne FROM WS-bulMontantLigne
           MOVE congesAcquis TO WS-bul-cgAcquis
           MOVE joursConges TO WS-bul-cgPris
           MOVE congesSolde TO WS-bul-cgSolde
           WRITE f-bulletinLigne FROM WS-bulConges

           WRITE f-bulletinLigne FROM WS-bulTiret
           WRITE f-bulletinLigne FROM WS-bulPied
           MOVE 0 TO primes
           MOVE 0 TO WS-dernierCkpt
           MOVE 0 TO WS-totalPas
           MOVE 0 TO WS-totalCoutEmployeur
           MOVE 0 TO WS-nbRappelsRun
           MOVE 0 TO WS-totalRappels
           MOVE 0 TO WS-nbSoldes

           IF WS-paieReprise = 1 THEN
               PERFORM ChercherDernierCheckpoint
                       PERFORM VerifierHorsEffectif
                       IF WS-horsEffectif = 1 THEN
                           CONTINUE
      *    EMPLOYE DEJA SOLDE -- SA DERNIERE FICHE EST CELLE DU SOLDE
      *    DE TOUT COMPTE, LE RUN DE MASSE NE LE PAIE PLUS
                       ELSE IF soldeToutCompte = 'O' THEN
                           ADD 1 TO WS-nbSoldes
                           MOVE 'solde de tout compte etabli - ignore'
                               TO WS-run-texte
                           PERFORM EcrireLigneRapport
                       ELSE
                           PERFORM PaieBatchTraiterEmploye
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Doublons ignores' TO WS-run-cptLibelle
           MOVE WS-nbDoublons TO WS-run-cptValeur
           WRITE f-paieRunLigne FROM WS-runCptLigne
           MOVE 'Employes soldes ignores' TO WS-run-cptLibelle
           MOVE WS-nbSoldes TO WS-run-cptValeur
           WRITE f-paieRunLigne FROM WS-runCptLigne
      *    TOTAL DE L'IMPOT RETENU SUR LE RUN -- C'EST LE MONTANT A
      *    REVERSER A L'ADMINISTRATION FISCALE POUR LA PERIODE
           MOVE 'Total PAS a reverser' TO WS-ctlTotLibelle
           MOVE WS-totalPas TO WS-ctlTotValeur
           WRITE f-paieRunLigne FROM WS-ctlTotLigne
      *    COUT EMPLOYEUR DES FICHES ETABLIES PAR CE RUN (UNE
      *    REPRISE NE COMPTE QUE SES PROPRES FICHES)
           MOVE 'Total cout employeur' TO WS-ctlTotLibelle
           MOVE WS-totalCoutEmployeur TO WS-ctlTotValeur
           WRITE f-paieRunLigne FROM WS-ctlTotLigne
           MOVE 'Rappels de salaire' TO WS-run-cptLibelle
           MOVE WS-nbRappelsRun TO WS-run-cptValeur
           WRITE f-paieRunLigne FROM WS-runCptLigne
           MOVE 'Total rappels de salaire' TO WS-ctlTotLibelle
           MOVE WS-totalRappels TO WS-ctlTotValeur
           WRITE f-paieRunLigne FROM WS-ctlTotLigne
           CLOSE paieRapportFile

           DISPLAY 'PAIE ' moisPaie '/' anneePaie
               ' - refusees : ' WS-nbRejets
               ' - doublons ignores : ' WS-nbDoublons
               ' - PAS a reverser : ' WS-totalPas
               ' - rappels : ' WS-nbRappelsRun
               ' (rapport paierun.txt)'.

      *    UN EMPLOYE DU RUN -- MEMES CONTROLES QUE LA SAISIE
               MOVE 'fiche deja etablie - ignore' TO WS-run-texte
               PERFORM EcrireLigneRapport
           ELSE
               PERFORM AppliquerSalaireEnVigueur
               PERFORM ChercherRappels
               PERFORM ChercherTaux
               PERFORM ChercherConges
               IF WS-tauxTrouve = 0 THEN
                   ADD 1 TO WS-nbRejets
                   DISPLAY 'Employe ' idEmploye
                   MOVE 'refusee - bareme a plus de 5 lignes'
                       TO WS-run-texte
                   PERFORM EcrireLigneRapport
               ELSE IF joursConges > WS-cgSolde THEN
                   ADD 1 TO WS-nbRejets
                   DISPLAY 'Employe ' idEmploye
                       ' : conges payes ' joursConges
                       ' au dela du solde - fiche refusee'
                   MOVE 'refusee - conges payes au dela du solde'
                       TO WS-run-texte
                   PERFORM EcrireLigneRapport
               ELSE
                   PERFORM CalculerPaie
                   PERFORM EcrireFichePaie
                   PERFORM MarquerRappels
                   PERFORM AppliquerRetenues
                   PERFORM EcrireConges
                   PERFORM EditerBulletin
                   PERFORM ConsommerElements
                   ADD pasPaie TO WS-totalPas
                   ADD coutEmployeur TO WS-totalCoutEmployeur
                   ADD 1 TO WS-nbFiches
                   MOVE 'fiche etablie' TO WS-run-texte
                   PERFORM EcrireLigneRapport
                   PERFORM EcrireRappelsRapport
               END-IF
               END-IF
               END-IF
           END-IF
           MOVE idEmploye TO WS-run-idEmploye
           WRITE f-paieRunLigne FROM WS-runLigne.

      *    RAPPELS DE SALAIRE DE L'EMPLOYE COURANT -- SES FICHES DES
      *    PERIODES ANTERIEURES PAYEES SUR UNE BASE INFERIEURE AU
      *    SALAIRE REVISE EN VIGUEUR POUR LA PERIODE ; LE RAPPEL EST
      *    L'ECART DE SALAIRE AU PRORATA DES JOURS PAYES DE LA FICHE.
      *    UNE FICHE REPRISE SANS BASE CONNUE (SALAIRE REGULARISE A
      *    ZERO) N'EST PAS REGULARISEE
       ChercherRappels.
           MOVE 0 TO WS-nbRappels
           MOVE 1 TO WS-rpTableOK
           MOVE 0 TO rappelPaie
           COMPUTE WS-shPeriodeFiche = anneePaie * 100 + moisPaie
           MOVE 'N' TO WS-finFiches
           OPEN INPUT paySlipFile
           PERFORM UNTIL FIN-FICHES
               READ paySlipFile NEXT RECORD
                  AT END SET FIN-FICHES TO TRUE
               END-READ
               IF NOT FIN-FICHES THEN
                   IF f-ps-idEmploye = idEmploye
                           AND f-ps-anneePaie * 100 + f-ps-moisPaie
                               < WS-shPeriodeFiche
                           AND f-ps-salaireRegul > 0
                           AND f-ps-joursMois > 0 THEN
                       PERFORM RetenirRappel
                   END-IF
               END-IF
           END-PERFORM
           CLOSE paySlipFile
           IF WS-rpTableOK = 0 THEN
               DISPLAY 'Employe ' idEmploye
                   ' : plus de 12 periodes a regulariser - la suite'
                   ' au prochain run'
               MOVE 'rappels au dela de 12 periodes reportes'
                   TO WS-run-texte
               PERFORM EcrireLigneRapport
           END-IF.

      *    SEULE UNE REVISION (PAS LE SALAIRE D'ORIGINE) OUVRE DROIT
      *    A RAPPEL
       RetenirRappel.
           COMPUTE WS-shPeriode = f-ps-anneePaie * 100 + f-ps-moisPaie
           PERFORM ChercherSalaireEnVigueur
           IF WS-shTrouve = 1 AND WS-shNature = 'R'
                   AND WS-shSalaire > f-ps-salaireRegul THEN
               IF WS-nbRappels < 12 THEN
                   ADD 1 TO WS-nbRappels
                   MOVE f-ps-moisPaie TO WS-rp-mois(WS-nbRappels)
                   MOVE f-ps-anneePaie TO WS-rp-annee(WS-nbRappels)
                   MOVE WS-shSalaire TO WS-rp-salaire(WS-nbRappels)
                   COMPUTE WS-rp-montant(WS-nbRappels) ROUNDED =
                       (WS-shSalaire - f-ps-salaireRegul)
                       * f-ps-joursPayes / f-ps-joursMois
                   ADD WS-rp-montant(WS-nbRappels) TO rappelPaie
               ELSE
                   MOVE 0 TO WS-rpTableOK
               END-IF
           END-IF.

      *    UNE FOIS LA FICHE COURANTE ECRITE, LES FICHES REGULARISEES
      *    PRENNENT LE SALAIRE REVISE COMME BASE DEJA PAYEE -- UN
      *    RUN SUIVANT NE REVERSE PAS LE MEME RAPPEL
       MarquerRappels.
           IF WS-nbRappels > 0 THEN
               OPEN I-O paySlipFile
               PERFORM VARYING WS-ixRp FROM 1 BY 1
                       UNTIL WS-ixRp > WS-nbRappels
                   MOVE idEmploye TO f-ps-idEmploye
                   MOVE WS-rp-annee(WS-ixRp) TO f-ps-anneePaie
                   MOVE WS-rp-mois(WS-ixRp) TO f-ps-moisPaie
                   READ paySlipFile
                       INVALID KEY
                           DISPLAY 'Fiche regularisee introuvable - '
                               'employe ' idEmploye ' periode '
                               WS-rp-mois(WS-ixRp) '/'
                               WS-rp-annee(WS-ixRp)
                       NOT INVALID KEY
                           MOVE WS-rp-salaire(WS-ixRp)
                               TO f-ps-salaireRegul
                           REWRITE f-payslip
                               INVALID KEY
                                   DISPLAY 'Erreur regularisation '
                                       'fiche - employe ' idEmploye
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE paySlipFile
           END-IF.

      *    UNE LIGNE DE RAPPORT PAR RAPPEL VERSE
       EcrireRappelsRapport.
           PERFORM VARYING WS-ixRp FROM 1 BY 1
                   UNTIL WS-ixRp > WS-nbRappels
               MOVE WS-rp-mois(WS-ixRp) TO WS-run-rpMois
               MOVE WS-rp-annee(WS-ixRp) TO WS-run-rpAnnee
               MOVE WS-rp-montant(WS-ixRp) TO WS-run-rpMontant
               MOVE WS-runRappelTexte TO WS-run-texte
               PERFORM EcrireLigneRapport
               ADD 1 TO WS-nbRappelsRun
               ADD WS-rp-montant(WS-ixRp) TO WS-totalRappels
           END-PERFORM.

      *    POINT DE REPRISE -- OUVERT / ECRIT / FERME A CHAQUE
      *    EMPLOYE POUR QUE LA TRACE SURVIVE A UN ARRET BRUTAL
       EcrireCheckpoint.
                               TO WS-el-heuresSup(WS-nbElements)
                           MOVE f-el-joursAbsence
                               TO WS-el-joursAbsence(WS-nbElements)
                           MOVE f-el-typeAbsence
                               TO WS-el-typeAbsence(WS-nbElements)
                           MOVE 0 TO WS-el-consomme(WS-nbElements)
                       ELSE
                           MOVE 0 TO WS-elTableOK
           END-IF.

      *    ELEMENTS DE L'EMPLOYE COURANT -- CUMUL DE TOUTES SES
      *    SAISIES DE LA PERIODE DANS WS-paie (ZERO SI AUCUNE), LES
      *    CONGES PAYES A PART DES ABSENCES SANS SOLDE
       ChercherElements.
           MOVE 0 TO primes
           MOVE 0 TO heuresSup
           MOVE 0 TO joursAbsence
           MOVE 0 TO joursConges
           PERFORM VARYING WS-ixEl FROM 1 BY 1
                   UNTIL WS-ixEl > WS-nbElements
               IF WS-el-idEmploye(WS-ixEl) = idEmploye THEN
                   ADD WS-el-primes(WS-ixEl) TO primes
                   ADD WS-el-heuresSup(WS-ixEl) TO heuresSup
                   IF WS-el-typeAbsence(WS-ixEl) = 'C' THEN
                       ADD WS-el-joursAbsence(WS-ixEl) TO joursConges
                   ELSE
                       ADD WS-el-joursAbsence(WS-ixEl) TO joursAbsence
                   END-IF
               END-IF
           END-PERFORM.

           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : SEPA MM AAAA'
           ELSE
      *    PAS DE FICHIER BANCAIRE TANT QUE LES ECARTS DE PAIE DE LA
      *    PERIODE NE SONT PAS ACQUITTES PAR UN SUPERVISEUR
               PERFORM ChercherEtatEcarts
               IF WS-ecEtat = 1 THEN
                   DISPLAY 'SEPA ' moisPaie '/' anneePaie
                       ' : ecarts de paie non acquittes - virement'
                       ' refuse (rapport ecarts.txt, mode ACQUIT)'
               ELSE
                   IF WS-ecEtat = 0 THEN
                       DISPLAY 'ATTENTION : controle des ECARTS non'
                           ' lance pour la periode'
                   END-IF
                   PERFORM VirementTraiter
               END-IF
           END-IF
           END-IF.

       VirementTraiter.
           MOVE 0 TO WS-nbVirements
           MOVE 0 TO WS-montantVirements
           MOVE 0 TO WS-nbAnomalies
           MOVE 0 TO WS-nbAlertesIban

      *    FICHIER DES FICHES EN I-O -- CHAQUE FICHE DONT LE
      *    VIREMENT PART EST MARQUEE EMISE EN PLACE
           OPEN I-O paySlipFile
           OPEN OUTPUT virementFile
           MOVE 'ENT' TO f-ve-code
           MOVE moisPaie TO f-ve-moisPaie
           MOVE anneePaie TO f-ve-anneePaie
           ACCEPT f-ve-dateCreation FROM DATE YYYYMMDD
           WRITE f-vir-entete

           MOVE 'N' TO WS-finFiches
           PERFORM UNTIL FIN-FICHES
               READ paySlipFile NEXT RECORD
                  AT END SET FIN-FICHES TO TRUE
               END-READ
               IF NOT FIN-FICHES THEN
                   IF f-ps-moisPaie = moisPaie
                           AND f-ps-anneePaie = anneePaie THEN
                       PERFORM EcrireVirement
                       IF WS-virementEcrit = 1 THEN
                           MOVE 'E' TO f-ps-statutPaiement
                           REWRITE f-payslip
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'TOT' TO f-vt-code
           MOVE WS-nbVirements TO f-vt-nbVirements
           MOVE WS-montantVirements TO f-vt-montantTotal
           WRITE f-vir-total
           CLOSE virementFile
           CLOSE paySlipFile

           DISPLAY 'SEPA ' moisPaie '/' anneePaie
               ' - virements : ' WS-nbVirements
               ' - total : ' WS-montantVirements
               ' - anomalies : ' WS-nbAnomalies
               ' - IBAN en attente : ' WS-nbAlertesIban.

      *-----------------------
      *    MODE REPRISE EMPLOYE -- CONVERSION UNIQUE DE L'ANCIEN
                       MOVE f-eo-bic TO f-bic
                       MOVE 0 TO f-dateEntree
                       MOVE 0 TO f-dateSortie
                       MOVE SPACE TO f-soldeToutCompte
                       MOVE 0 TO f-dateSolde
                       MOVE WS-srvReprise TO f-codeService
                       WRITE f-employee
                           INVALID KEY
                               DISPLAY 'Employe ' f-eo-idEmploye
                   WS-nbConvertis
           END-IF.

      *-----------------------
      *    MODE REPRISE SOLDE -- CONVERSION UNIQUE DU FICHIER
      *    EMPLOYE INDEXE AVEC DATES MAIS SANS SOLDE DE TOUT COMPTE :
      *    RENOMMER L'ANCIEN employee.txt EN employee.bak PUIS LANCER
      *    LE PROGRAMME AVEC LES ARGUMENTS REPRISE SOLDE ; AUCUN
      *    EMPLOYE N'EST SOLDE APRES LA REPRISE. LE SERVICE DES
      *    EMPLOYES REPRIS EST LE CODE DONNE APRES SOLDE (REPRISE
      *    SOLDE CODE), A BLANC SINON : LE CONTROLE D'INTEGRITE
      *    LISTE ALORS LES EMPLOYES A RATTACHER
       ReprendreEmployesSolde.
           MOVE 0 TO WS-nbConvertis
           OPEN INPUT employeeBakFile
           IF WS-empBakStatus NOT = '00' THEN
               DISPLAY 'Reprise impossible - employee.bak inaccessible'
                   ' - status ' WS-empBakStatus
           ELSE
               OPEN OUTPUT employeeFile
               MOVE 'N' TO End-Of-File
               PERFORM UNTIL EOF
                   READ employeeBakFile NEXT RECORD
                      AT END SET EOF TO TRUE
                   END-READ
                   IF NOT EOF THEN
                       MOVE f-eb-idEmploye TO f-idEmploye
                       MOVE f-eb-nomEmploye TO f-nomEmploye
                       MOVE f-eb-prenomEmploye TO f-prenomEmploye
                       MOVE f-eb-salaireBase TO f-salaireBase
                       MOVE f-eb-typeContrat TO f-typeContrat
                       MOVE f-eb-iban TO f-iban
                       MOVE f-eb-bic TO f-bic
                       MOVE f-eb-dateEntree TO f-dateEntree
                       MOVE f-eb-dateSortie TO f-dateSortie
                       MOVE SPACE TO f-soldeToutCompte
                       MOVE 0 TO f-dateSolde
                       MOVE WS-srvReprise TO f-codeService
                       WRITE f-employee
                           INVALID KEY
                               DISPLAY 'Employe ' f-eb-idEmploye
                                   ' en double - ignore'
                           NOT INVALID KEY
                               ADD 1 TO WS-nbConvertis
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE employeeBakFile
               CLOSE employeeFile
               DISPLAY 'REPRISE SOLDE - employes convertis : '
                   WS-nbConvertis
           END-IF.

      *-----------------------
      *    MODE REPRISE -- CONVERSION UNIQUE DE L'ANCIEN FICHIER
      *    EMPLOYE SEQUENTIEL VERS LE FICHIER INDEXE : RENOMMER
                       MOVE SPACES TO f-bic
                       MOVE 0 TO f-dateEntree
                       MOVE 0 TO f-dateSortie
                       MOVE SPACE TO f-soldeToutCompte
                       MOVE 0 TO f-dateSolde
                       MOVE WS-srvReprise TO f-codeService
                       WRITE f-employee
                           INVALID KEY
                               DISPLAY 'Employe ' f-es-idEmploye
       PreSepaTraiter.
           MOVE 0 TO WS-nbFiches
           MOVE 0 TO WS-nbAnomalies
           MOVE 0 TO WS-nbAlertesIban

           OPEN OUTPUT presepaFile
           MOVE moisPaie TO WS-pre-mois
           MOVE 'Anomalies a corriger' TO WS-run-cptLibelle
           MOVE WS-nbAnomalies TO WS-run-cptValeur
           WRITE f-presepaLigne FROM WS-runCptLigne
           MOVE 'IBAN en attente de validation' TO WS-run-cptLibelle
           MOVE WS-nbAlertesIban TO WS-run-cptValeur
           WRITE f-presepaLigne FROM WS-runCptLigne
           CLOSE presepaFile

           DISPLAY 'PRESEPA ' moisPaie '/' anneePaie
               ' - fiches : ' WS-nbFiches
               ' - anomalies : ' WS-nbAnomalies
               ' - IBAN en attente : ' WS-nbAlertesIban
               ' (rapport presepa.txt)'
           IF WS-nbAnomalies = 0 AND WS-nbAlertesIban = 0 THEN
               DISPLAY 'Aucune anomalie - le fichier SEPA peut partir'
           END-IF.

                   MOVE f-ps-idEmploye TO WS-ctlAnoCle
                   PERFORM EcrireAnomaliePreSepa
               END-IF
           END-IF
           END-IF
      *    ALERTE (PAS UNE ANOMALIE) -- UN CHANGEMENT IBAN/BIC ATTEND
      *    SA VALIDATION : A APPROUVER OU REJETER AVANT LE SEPA
           IF WS-trouve = 1 THEN
               PERFORM ChercherModifAttente
               IF WS-maAttIban = 1 OR WS-maAttBic = 1 THEN
                   MOVE 'changement IBAN/BIC a valider, employe'
                       TO WS-preAlerteTexte
                   MOVE f-ps-idEmploye TO WS-preAlerteCle
                   WRITE f-presepaLigne FROM WS-preAlerteLigne
                   ADD 1 TO WS-nbAlertesIban
               END-IF
           END-IF.

       EcrireAnomaliePreSepa.
               MOVE 0 TO WS-nbVirements
               MOVE 0 TO WS-montantVirements
               MOVE 0 TO WS-nbAnomalies
               MOVE 0 TO WS-nbAlertesIban

               OPEN I-O paySlipFile
               OPEN OUTPUT virementFile
                   ' - virements reemis : ' WS-nbVirements
                   ' - total : ' WS-montantVirements
                   ' - toujours en anomalie : ' WS-nbAnomalies
                   ' - IBAN en attente : ' WS-nbAlertesIban
           END-IF
           END-IF.

                               TO f-ps-tauxCot(WS-ixCot)
                           MOVE f-pq-montantCot(WS-ixCot)
                               TO f-ps-montantCot(WS-ixCot)
                           MOVE 0 TO f-ps-tauxPatCot(WS-ixCot)
                           MOVE 0 TO f-ps-montantPatCot(WS-ixCot)
                       END-PERFORM
      *    NI PART PATRONALE NON PLUS -- LE COUT EMPLOYEUR D'UNE
      *    FICHE REPRISE SE LIMITE A SON BRUT
                       MOVE 0 TO f-ps-cotisationsPatronales
                       MOVE f-pq-brut TO f-ps-coutEmployeur
                       MOVE 0 TO f-ps-congesAcquis
                       MOVE 0 TO f-ps-congesPris
                       MOVE 0 TO f-ps-congesSolde
                       MOVE 0 TO f-ps-salaireBase
                       MOVE 0 TO f-ps-joursPayes
                       MOVE 0 TO f-ps-joursMois
                       MOVE 0 TO f-ps-salaireRegul
                       MOVE 0 TO f-ps-rappel
                       PERFORM InitialiserRetenuesFiche
                       PERFORM InitialiserSortieFiche
                       PERFORM InitialiserServiceFiche
                       WRITE f-payslip
                           INVALID KEY
                               DISPLAY 'Fiche ' f-pq-idEmploye ' '
                   WS-nbConvertis
           END-IF.

      *-----------------------
      *    MODE REPRISE FICHE -- CONVERSION UNIQUE DU FICHIER DES
      *    FICHES INDEXE D'AVANT LA PART PATRONALE : RENOMMER
      *    L'ANCIEN payslip.txt EN payslip.old PUIS LANCER LE
      *    PROGRAMME AVEC LES ARGUMENTS REPRISE FICHE ; LES TAUX ET
      *    MONTANTS PATRONAUX SONT INITIALISES A ZERO (PERIODES
      *    PASSEES SANS PART PATRONALE CONNUE), DE MEME QUE LES
      *    CONGES DE LA PERIODE ET LA BASE DES RAPPELS DE SALAIRE
      *    (CES FICHES NE SONT PAS REGULARISEES), ET LE STATUT DE
      *    PAIEMENT EST CONSERVE
       ReprendreFichesPatronal.
           MOVE 0 TO WS-nbConvertis
           OPEN INPUT paySlipOldFile
           IF WS-payOldStatus NOT = '00' THEN
               DISPLAY 'Reprise impossible - payslip.old inaccessible'
                   ' - status ' WS-payOldStatus
           ELSE
               OPEN OUTPUT paySlipFile
               MOVE 'N' TO WS-finFiches
               PERFORM UNTIL FIN-FICHES
                   READ paySlipOldFile NEXT RECORD
                      AT END SET FIN-FICHES TO TRUE
                   END-READ
                   IF NOT FIN-FICHES THEN
                       PERFORM ReprendreFichePatronalUne
                   END-IF
               END-PERFORM
               CLOSE paySlipOldFile
               CLOSE paySlipFile
               DISPLAY 'REPRISE FICHE - fiches converties : '
                   WS-nbConvertis
           END-IF.

       ReprendreFichePatronalUne.
           MOVE f-po-idEmploye TO f-ps-idEmploye
           MOVE f-po-anneePaie TO f-ps-anneePaie
           MOVE f-po-moisPaie TO f-ps-moisPaie
           MOVE f-po-nomEmploye TO f-ps-nomEmploye
           MOVE f-po-prenomEmploye TO f-ps-prenomEmploye
           MOVE f-po-brut TO f-ps-brut
           MOVE f-po-cotisations TO f-ps-cotisations
           MOVE f-po-net TO f-ps-net
           MOVE f-po-pas TO f-ps-pas
           MOVE f-po-netAPayer TO f-ps-netAPayer
           MOVE f-po-statutPaiement TO f-ps-statutPaiement
           MOVE f-po-nbLignesCot TO f-ps-nbLignesCot
           PERFORM VARYING WS-ixCot FROM 1 BY 1
                   UNTIL WS-ixCot > 5
               MOVE f-po-libelleCot(WS-ixCot)
                   TO f-ps-libelleCot(WS-ixCot)
               MOVE f-po-baseCot(WS-ixCot) TO f-ps-baseCot(WS-ixCot)
               MOVE f-po-tauxCot(WS-ixCot) TO f-ps-tauxCot(WS-ixCot)
               MOVE f-po-montantCot(WS-ixCot)
                   TO f-ps-montantCot(WS-ixCot)
               MOVE 0 TO f-ps-tauxPatCot(WS-ixCot)
               MOVE 0 TO f-ps-montantPatCot(WS-ixCot)
           END-PERFORM
           MOVE 0 TO f-ps-cotisationsPatronales
           MOVE f-po-brut TO f-ps-coutEmployeur
           MOVE 0 TO f-ps-congesAcquis
           MOVE 0 TO f-ps-congesPris
           MOVE 0 TO f-ps-congesSolde
           MOVE 0 TO f-ps-salaireBase
           MOVE 0 TO f-ps-joursPayes
           MOVE 0 TO f-ps-joursMois
           MOVE 0 TO f-ps-salaireRegul
           MOVE 0 TO f-ps-rappel
           PERFORM InitialiserRetenuesFiche
           PERFORM InitialiserSortieFiche
           PERFORM InitialiserServiceFiche
           WRITE f-payslip
               INVALID KEY
                   DISPLAY 'Fiche ' f-po-idEmploye ' '
                       f-po-moisPaie '/' f-po-anneePaie
                       ' en double - ignoree'
               NOT INVALID KEY
                   ADD 1 TO WS-nbConvertis
           END-WRITE.

      *    UNE FICHE REPRISE NE PORTE AUCUNE RETENUE
       InitialiserRetenuesFiche.
           MOVE 0 TO f-ps-totalRetenues
           MOVE 0 TO f-ps-nbRetenues
           PERFORM VARYING WS-ixRn FROM 1 BY 1
                   UNTIL WS-ixRn > 5
               MOVE 0 TO f-ps-rnNumero(WS-ixRn)
               MOVE SPACE TO f-ps-rnType(WS-ixRn)
               MOVE SPACES TO f-ps-rnLibelle(WS-ixRn)
               MOVE 0 TO f-ps-rnMontant(WS-ixRn)
           END-PERFORM.

      *    NI UNE FICHE DE SOLDE DE TOUT COMPTE
       InitialiserSortieFiche.
           MOVE SPACE TO f-ps-soldeToutCompte
           MOVE 0 TO f-ps-joursIndemnises
           MOVE 0 TO f-ps-indemConges
           MOVE 0 TO f-ps-indemPreavis
           MOVE 0 TO f-ps-indemLicenciement.

      *    NI SERVICE NI CENTRE DE COUT (CHARGES HORS VENTILATION)
       InitialiserServiceFiche.
           MOVE SPACES TO f-ps-codeService
           MOVE SPACES TO f-ps-centreCout.

      *-----------------------
      *    MODE BATCH -- INTERETS ANNUELS (INTERETS JJ/MM/AAAA) :
      *    POSTE LES INTERETS DE CHAQUE PRODUIT FINANCIER AU TAUX DE
           END-READ
           CLOSE employeeFile

      *    CHANGEMENT DE COORDONNEES BANCAIRES NON VALIDE -- LE
      *    VIREMENT PART SUR L'IBAN EN FICHE, L'EXPLOITANT EST PREVENU
           IF WS-trouve = 1 THEN
               PERFORM ChercherModifAttente
               IF WS-maAttIban = 1 OR WS-maAttBic = 1 THEN
                   ADD 1 TO WS-nbAlertesIban
                   DISPLAY 'Employe ' f-ps-idEmploye
                       ' : changement IBAN/BIC en attente de'
                       ' validation - vire sur l IBAN en fiche'
               END-IF
           END-IF

           IF WS-trouve = 0 THEN
               ADD 1 TO WS-nbAnomalies
               DISPLAY 'Employe ' f-ps-idEmploye
               IF NOT EOF THEN
                   ADD 1 TO WS-ctlNbEmployes
                   ADD f-salaireBase TO WS-ctlTotalSalaires
                   MOVE f-codeService TO WS-srvRecherche
                   PERFORM ChercherService
                   IF WS-srvTrouve = 0 THEN
                       MOVE 'service absent ou inconnu, employe'
                           TO WS-ctlAnoTexte
                       MOVE f-idEmploye TO WS-ctlAnoCle
                       PERFORM EcrireAnomalie
                   END-IF
                   IF WS-nbEmpIds < 500 THEN
                       ADD 1 TO WS-nbEmpIds
                       MOVE f-idEmploye TO WS-empId(WS-nbEmpIds)
                   ADD f-ps-brut TO WS-ctlTotalBrut
                   ADD f-ps-cotisations TO WS-ctlTotalCotis
                   ADD f-ps-net TO WS-ctlTotalNet
                   ADD f-ps-cotisationsPatronales
                       TO WS-ctlTotalPatronal
                   ADD f-ps-coutEmployeur TO WS-ctlTotalCout
                   PERFORM ControlerFichePaieUne
               END-IF
           END-PERFORM
               PERFORM EcrireAnomalie
           END-IF

           IF f-ps-netAPayer + f-ps-pas + f-ps-totalRetenues
                   NOT = f-ps-net THEN
               MOVE 'net a payer incoherent, fiche employe'
                   TO WS-ctlAnoTexte
               MOVE f-ps-idEmploye TO WS-ctlAnoCle
               PERFORM EcrireAnomalie
           END-IF

           IF f-ps-brut + f-ps-cotisationsPatronales
                   NOT = f-ps-coutEmployeur THEN
               MOVE 'cout employeur incoherent, fiche employe'
                   TO WS-ctlAnoTexte
               MOVE f-ps-idEmploye TO WS-ctlAnoCle
               PERFORM EcrireAnomalie
           END-IF

           IF f-ps-nbLignesCot IS NUMERIC THEN
      *    AU DELA DE 5 LIGNES LE COMPTEUR EST CORROMPU -- ON LE
      *    SIGNALE SANS PARCOURIR LA TABLE (DEBORDEMENT D'INDICE)
           ELSE
           IF f-ps-nbLignesCot > 0 THEN
               MOVE 0 TO WS-ctlSommeLignes
               MOVE 0 TO WS-ctlSommePatLignes
               PERFORM VARYING WS-ixCot FROM 1 BY 1
                       UNTIL WS-ixCot > f-ps-nbLignesCot
                   IF f-ps-montantCot(WS-ixCot) IS NUMERIC THEN
                       ADD f-ps-montantCot(WS-ixCot)
                           TO WS-ctlSommeLignes
                   END-IF
                   IF f-ps-montantPatCot(WS-ixCot) IS NUMERIC THEN
                       ADD f-ps-montantPatCot(WS-ixCot)
                           TO WS-ctlSommePatLignes
                   END-IF
               END-PERFORM
               IF WS-ctlSommeLignes NOT = f-ps-cotisations THEN
                   MOVE 'lignes cotisations incoherentes, employe'
                   MOVE f-ps-idEmploye TO WS-ctlAnoCle
                   PERFORM EcrireAnomalie
               END-IF
               IF WS-ctlSommePatLignes
                       NOT = f-ps-cotisationsPatronales THEN
                   MOVE 'lignes patronales incoherentes, employe'
                       TO WS-ctlAnoTexte
                   MOVE f-ps-idEmploye TO WS-ctlAnoCle
                   PERFORM EcrireAnomalie
               END-IF
           END-IF
           END-IF
           END-IF.
           WRITE f-controleLigne FROM WS-ctlTotLigne
           MOVE 'Total net paye' TO WS-ctlTotLibelle
           MOVE WS-ctlTotalNet TO WS-ctlTotValeur
           WRITE f-controleLigne FROM WS-ctlTotLigne
           MOVE 'Total part patronale' TO WS-ctlTotLibelle
           MOVE WS-ctlTotalPatronal TO WS-ctlTotValeur
           WRITE f-controleLigne FROM WS-ctlTotLigne
           MOVE 'Total cout employeur' TO WS-ctlTotLibelle
           MOVE WS-ctlTotalCout TO WS-ctlTotValeur
           WRITE f-controleLigne FROM WS-ctlTotLigne.

      *-----------------------

       ComptaTraiter.
           MOVE 0 TO WS-glTotalBrut
           MOVE 0 TO WS-glTotalPatronal
           MOVE 0 TO WS-glTotalPas
           MOVE 0 TO WS-glTotalNetAPayer
           MOVE 0 TO WS-glTotalSaisies
           MOVE 0 TO WS-glTotalAvances
           MOVE 0 TO WS-glTotalInterets
           MOVE 0 TO WS-glTotalDebit
           MOVE 0 TO WS-glTotalCredit
           MOVE 0 TO WS-glNbAnomalies
           MOVE 0 TO WS-glNbOrg
           MOVE 1 TO WS-glOrgTableOK
           MOVE 0 TO WS-glNbCc
           MOVE 1 TO WS-glCcTableOK
           MOVE SPACES TO WS-glCentreCout

           MOVE 'N' TO WS-finFiches
           OPEN INPUT paySlipFile
               DISPLAY 'ATTENTION : table organismes saturee -'
                   ' credits de cotisation manquants'
           END-IF
           IF WS-glCcTableOK = 0 THEN
               DISPLAY 'ATTENTION : table centres de cout saturee -'
                   ' charges en partie hors centre'
           END-IF
           IF WS-glTotalDebit NOT = WS-glTotalCredit THEN
               DISPLAY 'ATTENTION : export desequilibre'
                   ' - ne pas importer'
                   ' cotisations hors bornes, employe '
                   f-ps-idEmploye
           ELSE
               PERFORM ComptaChercherCentre
               IF WS-ixGlCc > 0 THEN
                   ADD f-ps-brut TO WS-glCc-brut(WS-ixGlCc)
               END-IF
               ADD f-ps-brut TO WS-glTotalBrut
               ADD f-ps-pas TO WS-glTotalPas
               ADD f-ps-netAPayer TO WS-glTotalNetAPayer
                       UNTIL WS-ixCot > f-ps-nbLignesCot
                   PERFORM ComptaCumulerOrganisme
               END-PERFORM
               PERFORM ComptaCumulerRetenues
           END-IF
           ELSE
               ADD 1 TO WS-glNbAnomalies
                   f-ps-idEmploye
           END-IF.

      *    RETENUES APRES IMPOT DE LA FICHE -- LES SAISIES SONT DUES
      *    AU CREANCIER (427000), ACOMPTES ET REMBOURSEMENTS SOLDENT
      *    LA CREANCE SUR LE PERSONNEL (425000) ; UNE FICHE SANS
      *    LIGNES EXPLOITABLES PASSE SON TOTAL EN 425000 POUR RESTER
      *    EQUILIBREE
       ComptaCumulerRetenues.
           IF f-ps-nbRetenues IS NUMERIC
                   AND f-ps-nbRetenues NOT > 5 THEN
               PERFORM VARYING WS-ixRn FROM 1 BY 1
                       UNTIL WS-ixRn > f-ps-nbRetenues
                   IF f-ps-rnType(WS-ixRn) = 'S' THEN
                       ADD f-ps-rnMontant(WS-ixRn)
                           TO WS-glTotalSaisies
                   ELSE
                       ADD f-ps-rnMontant(WS-ixRn)
                           TO WS-glTotalAvances
                   END-IF
               END-PERFORM
           ELSE
               ADD f-ps-totalRetenues TO WS-glTotalAvances
           END-IF.

      *    CUMUL DE LA LIGNE DE COTISATION COURANTE PAR ORGANISME
      *    COLLECTEUR -- MEME MODELE DE TABLE QUE LA DECLARATION ;
      *    L'ORGANISME ENCAISSE LES DEUX PARTS, SON CREDIT PORTE
      *    DONC LA PART SALARIALE ET LA PART PATRONALE, CETTE
      *    DERNIERE ETANT PASSEE EN CHARGE AU 645000
       ComptaCumulerOrganisme.
           IF f-ps-montantPatCot(WS-ixCot) IS NUMERIC THEN
               MOVE f-ps-montantPatCot(WS-ixCot) TO WS-glMontant
           ELSE
               MOVE 0 TO WS-glMontant
           END-IF
           MOVE 0 TO WS-trouveIndex
           PERFORM VARYING WS-ixGl FROM 1 BY 1
                   UNTIL WS-ixGl > WS-glNbOrg
                       THEN
                   ADD f-ps-montantCot(WS-ixCot)
                       TO WS-glOrgTotal(WS-ixGl)
                   ADD WS-glMontant TO WS-glOrgTotal(WS-ixGl)
                   ADD WS-glMontant TO WS-glTotalPatronal
                   IF WS-ixGlCc > 0 THEN
                       ADD WS-glMontant TO WS-glCc-patronal(WS-ixGlCc)
                   END-IF
                   MOVE 1 TO WS-trouveIndex
               END-IF
           END-PERFORM
                   ADD 1 TO WS-glNbOrg
                   MOVE f-ps-libelleCot(WS-ixCot)
                       TO WS-glOrgNom(WS-glNbOrg)
                   COMPUTE WS-glOrgTotal(WS-glNbOrg) =
                       f-ps-montantCot(WS-ixCot) + WS-glMontant
                   ADD WS-glMontant TO WS-glTotalPatronal
                   IF WS-ixGlCc > 0 THEN
                       ADD WS-glMontant TO WS-glCc-patronal(WS-ixGlCc)
                   END-IF
               ELSE
      *    TABLE SATUREE -- LE CREDIT MANQUANT FERA RESSORTIR LE
      *    DESEQUILIBRE DEBIT / CREDIT EN FIN DE RUN, LE DRAPEAU
      *    ENSUITE ; LES MONTANTS NULS NE DONNENT PAS D'ECRITURE
       ComptaEcrireEcritures.
           IF WS-glTotalBrut > 0 THEN
               PERFORM ComptaEcrireSalairesCentres

               IF WS-glTotalPatronal > 0 THEN
                   PERFORM ComptaEcrireChargesCentres
               END-IF

               PERFORM VARYING WS-ixGl FROM 1 BY 1
                       UNTIL WS-ixGl > WS-glNbOrg
                   PERFORM EcrireEcritureGL
               END-IF

               IF WS-glTotalSaisies > 0 THEN
                   MOVE '427000' TO WS-glCompte
                   MOVE 'Oppositions sur salaires' TO WS-glLibelle
                   MOVE 'C' TO WS-glSens
                   MOVE WS-glTotalSaisies TO WS-glMontant
                   PERFORM EcrireEcritureGL
               END-IF

               IF WS-glTotalAvances > 0 THEN
                   MOVE '425000' TO WS-glCompte
                   MOVE 'Avances et acomptes personnel' TO WS-glLibelle
                   MOVE 'C' TO WS-glSens
                   MOVE WS-glTotalAvances TO WS-glMontant
                   PERFORM EcrireEcritureGL
               END-IF

               MOVE '421000' TO WS-glCompte
               MOVE 'Net a payer au personnel' TO WS-glLibelle
               MOVE 'C' TO WS-glSens
               PERFORM EcrireEcritureGL
           END-IF.

      *    CENTRE DE COUT DE LA FICHE COURANTE DANS LA TABLE DE
      *    VENTILATION -- TABLE SATUREE : INDICE A ZERO, LA FICHE
      *    RESTE DANS LES TOTAUX ET PASSE EN CHARGE HORS CENTRE
       ComptaChercherCentre.
           MOVE 0 TO WS-ixGlCc
           PERFORM VARYING WS-ixGlCcRech FROM 1 BY 1
                   UNTIL WS-ixGlCcRech > WS-glNbCc
               IF WS-glCc-centre(WS-ixGlCcRech) = f-ps-centreCout THEN
                   MOVE WS-ixGlCcRech TO WS-ixGlCc
               END-IF
           END-PERFORM
           IF WS-ixGlCc = 0 THEN
               IF WS-glNbCc < 50 THEN
                   ADD 1 TO WS-glNbCc
                   MOVE f-ps-centreCout TO WS-glCc-centre(WS-glNbCc)
                   MOVE 0 TO WS-glCc-brut(WS-glNbCc)
                   MOVE 0 TO WS-glCc-patronal(WS-glNbCc)
                   MOVE WS-glNbCc TO WS-ixGlCc
               ELSE
                   MOVE 0 TO WS-glCcTableOK
               END-IF
           END-IF.

      *    SALAIRES BRUTS (641000) PAR CENTRE DE COUT, PUIS LE RESTE
      *    HORS CENTRE QUAND LA TABLE A SATURE -- LE TOTAL DEBITE
      *    RESTE CELUI DES FICHES
       ComptaEcrireSalairesCentres.
           MOVE 0 TO WS-glCcCumul
           PERFORM VARYING WS-ixGlCc FROM 1 BY 1
                   UNTIL WS-ixGlCc > WS-glNbCc
               IF WS-glCc-brut(WS-ixGlCc) > 0 THEN
                   MOVE '641000' TO WS-glCompte
                   MOVE 'Salaires bruts' TO WS-glLibelle
                   MOVE 'D' TO WS-glSens
                   MOVE WS-glCc-brut(WS-ixGlCc) TO WS-glMontant
                   MOVE WS-glCc-centre(WS-ixGlCc) TO WS-glCentreCout
                   ADD WS-glMontant TO WS-glCcCumul
                   PERFORM EcrireEcritureGL
               END-IF
           END-PERFORM
           IF WS-glTotalBrut > WS-glCcCumul THEN
               MOVE '641000' TO WS-glCompte
               MOVE 'Salaires bruts' TO WS-glLibelle
               MOVE 'D' TO WS-glSens
               COMPUTE WS-glMontant = WS-glTotalBrut - WS-glCcCumul
               PERFORM EcrireEcritureGL
           END-IF.

      *    CHARGES SOCIALES PATRONALES (645000) PAR CENTRE DE COUT
       ComptaEcrireChargesCentres.
           MOVE 0 TO WS-glCcCumul
           PERFORM VARYING WS-ixGlCc FROM 1 BY 1
                   UNTIL WS-ixGlCc > WS-glNbCc
               IF WS-glCc-patronal(WS-ixGlCc) > 0 THEN
                   MOVE '645000' TO WS-glCompte
                   MOVE 'Charges sociales patronales' TO WS-glLibelle
                   MOVE 'D' TO WS-glSens
                   MOVE WS-glCc-patronal(WS-ixGlCc) TO WS-glMontant
                   MOVE WS-glCc-centre(WS-ixGlCc) TO WS-glCentreCout
                   ADD WS-glMontant TO WS-glCcCumul
                   PERFORM EcrireEcritureGL
               END-IF
           END-PERFORM
           IF WS-glTotalPatronal > WS-glCcCumul THEN
               MOVE '645000' TO WS-glCompte
               MOVE 'Charges sociales patronales' TO WS-glLibelle
               MOVE 'D' TO WS-glSens
               COMPUTE WS-glMontant =
                   WS-glTotalPatronal - WS-glCcCumul
               PERFORM EcrireEcritureGL
           END-IF.

       EcrireEcritureGL.
           MOVE moisPaie TO f-gl-moisPaie
           MOVE anneePaie TO f-gl-anneePaie
           MOVE WS-glLibelle TO f-gl-libelle
           MOVE WS-glSens TO f-gl-sens
           MOVE WS-glMontant TO f-gl-montant
           MOVE WS-glCentreCout TO f-gl-centreCout
           WRITE f-glEcriture
           MOVE SPACES TO WS-glCentreCout
           ADD 1 TO WS-glNbEcritures
           IF WS-glSens = 'D' THEN
               ADD WS-glMontant TO WS-glTotalDebit
      *-----------------------
      *    MODE BATCH -- DECLARATION TRIMESTRIELLE DES COTISATIONS
      *    (DECLA T AAAA) : BALAYE LES FICHES DE PAYE DU TRIMESTRE,
      *    CUMULE BASE ET MONTANTS (PART SALARIALE ET PART
      *    PATRONALE) PAR LIBELLE (ORGANISME COLLECTEUR) ET PAR TYPE
      *    DE CONTRAT, ET EDITE UN ETAT IMPRIMABLE PAR ORGANISME
      *    AVEC SON TOTAL A REVERSER (LES DEUX PARTS) ; LE TOTAL DES
      *    LIGNES DE CHAQUE PART DOIT RETOMBER SUR LE TOTAL
      *    CORRESPONDANT DES FICHES, TOUT ECART EST SIGNALE COMME AU
      *    CONTROLE D'INTEGRITE
       DeclarationBatch.
           IF WS-batchArg1(1:1) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
           MOVE 0 TO WS-decNbAnomalies
           MOVE 0 TO WS-decTotalLignes
           MOVE 0 TO WS-decTotalCotis
           MOVE 0 TO WS-decTotalPatLignes
           MOVE 0 TO WS-decTotalPatFiches
           MOVE 0 TO WS-nbOrganismes
           MOVE 1 TO WS-orgTableOK

       DeclarationAccumuler.
           ADD 1 TO WS-decNbFiches
           ADD f-ps-cotisations TO WS-decTotalCotis
           ADD f-ps-cotisationsPatronales TO WS-decTotalPatFiches
      *    MEME GARDE QUE LE CONTROLE D'INTEGRITE -- AU DELA DE 5
      *    LIGNES LE COMPTEUR EST CORROMPU, ON SIGNALE LA FICHE
      *    SANS PARCOURIR LA TABLE (DEBORDEMENT D'INDICE) ; SES
           CLOSE employeeFile

           MOVE 0 TO WS-decSommeFiche
           MOVE 0 TO WS-decSommePatFiche
           PERFORM VARYING WS-ixCot FROM 1 BY 1
                   UNTIL WS-ixCot > f-ps-nbLignesCot
               IF f-ps-montantPatCot(WS-ixCot) IS NUMERIC THEN
                   MOVE f-ps-montantPatCot(WS-ixCot) TO WS-decPatLigne
               ELSE
                   MOVE 0 TO WS-decPatLigne
               END-IF
               ADD f-ps-montantCot(WS-ixCot) TO WS-decSommeFiche
               ADD f-ps-montantCot(WS-ixCot) TO WS-decTotalLignes
               ADD WS-decPatLigne TO WS-decSommePatFiche
               ADD WS-decPatLigne TO WS-decTotalPatLignes
               PERFORM DeclarationAccumulerLigne
           END-PERFORM
           IF WS-decSommeFiche NOT = f-ps-cotisations THEN
                   TO WS-ctlAnoTexte
               MOVE f-ps-idEmploye TO WS-ctlAnoCle
               PERFORM EcrireAnomalieDecl
           END-IF
           IF WS-decSommePatFiche NOT = f-ps-cotisationsPatronales
                   THEN
               MOVE 'lignes <> total part patronale, employe'
                   TO WS-ctlAnoTexte
               MOVE f-ps-idEmploye TO WS-ctlAnoCle
               PERFORM EcrireAnomalieDecl
           END-IF.

      *    CUMUL DE LA LIGNE DE COTISATION COURANTE (WS-ixCot) DANS
                   MOVE f-ps-libelleCot(WS-ixCot)
                       TO WS-orgLibelle(WS-ixO)
                   MOVE 0 TO WS-orgMontant(WS-ixO)
                   MOVE 0 TO WS-orgPatronal(WS-ixO)
                   MOVE 0 TO WS-orgNbContrats(WS-ixO)
                   PERFORM DeclarationCumulerContrat
               ELSE
      *    (WS-ixO) POUR LA LIGNE COURANTE (WS-ixCot)
       DeclarationCumulerContrat.
           ADD f-ps-montantCot(WS-ixCot) TO WS-orgMontant(WS-ixO)
           ADD WS-decPatLigne TO WS-orgPatronal(WS-ixO)
           MOVE 0 TO WS-ligneTrouvee
           PERFORM VARYING WS-ixOrgCt FROM 1 BY 1
                   UNTIL WS-ixOrgCt > WS-orgNbContrats(WS-ixO)
                       TO WS-orgCtBase(WS-ixO WS-ixOrgCt)
                   ADD f-ps-montantCot(WS-ixCot)
                       TO WS-orgCtMontant(WS-ixO WS-ixOrgCt)
                   ADD WS-decPatLigne
                       TO WS-orgCtPatronal(WS-ixO WS-ixOrgCt)
                   MOVE 1 TO WS-ligneTrouvee
               END-IF
           END-PERFORM
                   TO WS-orgCtBase(WS-ixO WS-ixOrgCt)
               MOVE f-ps-montantCot(WS-ixCot)
                   TO WS-orgCtMontant(WS-ixO WS-ixOrgCt)
               MOVE WS-decPatLigne
                   TO WS-orgCtPatronal(WS-ixO WS-ixOrgCt)
           END-IF.

      *    EDITION DE L'ETAT -- UNE DECLARATION PAR ORGANISME AVEC
                       TO WS-dec-ctBase
                   MOVE WS-orgCtMontant(WS-ixO WS-ixOrgCt)
                       TO WS-dec-ctMontant
                   MOVE WS-orgCtPatronal(WS-ixO WS-ixOrgCt)
                       TO WS-dec-ctPatronal
                   WRITE f-declLigne FROM WS-declCtLigne
               END-PERFORM
               MOVE '  Part salariale' TO WS-dec-totLibelle
               MOVE WS-orgMontant(WS-ixO) TO WS-dec-totValeur
               WRITE f-declLigne FROM WS-declTotLigne
               MOVE '  Part patronale' TO WS-dec-totLibelle
               MOVE WS-orgPatronal(WS-ixO) TO WS-dec-totValeur
               WRITE f-declLigne FROM WS-declTotLigne
               MOVE '  Total a reverser' TO WS-dec-totLibelle
               COMPUTE WS-dec-totValeur =
                   WS-orgMontant(WS-ixO) + WS-orgPatronal(WS-ixO)
               WRITE f-declLigne FROM WS-declTotLigne
               WRITE f-declLigne FROM WS-bulTiret
           END-PERFORM

               MOVE SPACES TO WS-ctlAnoCle
               PERFORM EcrireAnomalieDecl
           END-IF
           MOVE 'Total part patronale (lignes)' TO WS-dec-totLibelle
           MOVE WS-decTotalPatLignes TO WS-dec-totValeur
           WRITE f-declLigne FROM WS-declTotLigne
           MOVE 'Total part patronale (fiches)' TO WS-dec-totLibelle
           MOVE WS-decTotalPatFiches TO WS-dec-totValeur
           WRITE f-declLigne FROM WS-declTotLigne
           IF WS-decTotalPatLignes NOT = WS-decTotalPatFiches THEN
               MOVE 'reversements <> part patronale trimestre'
                   TO WS-ctlAnoTexte
               MOVE SPACES TO WS-ctlAnoCle
               PERFORM EcrireAnomalieDecl
           END-IF
           MOVE 'TOTAL A REVERSER (2 PARTS)' TO WS-dec-totLibelle
           COMPUTE WS-dec-totValeur =
               WS-decTotalLignes + WS-decTotalPatLignes
           WRITE f-declLigne FROM WS-declTotLigne
           IF WS-orgTableOK = 0 THEN
               MOVE 'table organismes saturee, etat incomplet'
                   TO WS-ctlAnoTexte
           WRITE f-declLigne FROM WS-ctlAnoLigne
           ADD 1 TO WS-decNbAnomalies.

      *-----------------------
      *    MODE BATCH -- SOLDE DE TOUT COMPTE (SORTIE NNNNN) : DERNIERE
      *    FICHE DE L'EMPLOYE SORTANT (PRORATA DU MOIS DE SORTIE,
      *    CONGES NON PRIS INDEMNISES, PREAVIS ET LICENCIEMENT SAISIS
      *    PAR LE SUPERVISEUR), BULLETIN, PUIS DOSSIER DE FIN DE
      *    CONTRAT DANS sortie.txt ; L'EMPLOYE EST ENSUITE MARQUE
      *    SOLDE. UNE RELANCE SUR UN EMPLOYE DEJA SOLDE OU SUR UNE
      *    PERIODE CLOTUREE EXIGE UN SUPERVISEUR EN ARGUMENTS 2 ET 3
       SortieBatch.
           IF WS-batchArg1(1:5) IS NOT NUMERIC THEN
               DISPLAY 'Employe invalide - usage : SORTIE NNNNN'
           ELSE
               MOVE WS-batchArg1(1:5) TO idEmploye
               PERFORM LireEmploye
               MOVE 0 TO WS-stcOK
               IF WS-trouve = 0 THEN
                   DISPLAY 'SORTIE ' idEmploye ' : employe inconnu'
               ELSE IF dateSortie = 0 THEN
                   DISPLAY 'SORTIE ' idEmploye
                       ' : date de sortie non renseignee - refuse'
               ELSE
                   PERFORM SortieChoisirPeriode
               END-IF
               END-IF
               IF WS-stcOK = 1 THEN
                   PERFORM SortieVerifierOverride
               END-IF
               IF WS-stcOK = 1 THEN
                   PERFORM SortieEtablir
               END-IF
           END-IF.

      *    LA FICHE DE SOLDE EST CELLE DU MOIS DE SORTIE ; SI CETTE
      *    FICHE EST DEJA PARTIE EN VIREMENT, LE SOLDE PASSE SUR LE
      *    MOIS SUIVANT (SANS SALAIRE, INDEMNITES SEULES)
       SortieChoisirPeriode.
           MOVE 1 TO WS-stcOK
           MOVE ds-mois TO moisPaie
           MOVE ds-annee TO anneePaie
           PERFORM VerifierDoublonPaie
           IF WS-doublonTrouve = 1 AND WS-psStatutAncien NOT = SPACE
                   THEN
               IF moisPaie = 12 THEN
                   MOVE 1 TO moisPaie
                   ADD 1 TO anneePaie
               ELSE
                   ADD 1 TO moisPaie
               END-IF
               PERFORM VerifierDoublonPaie
               IF WS-doublonTrouve = 1
                       AND WS-psStatutAncien NOT = SPACE THEN
                   DISPLAY 'SORTIE ' idEmploye ' : fiches '
                       ds-mois '/' ds-annee ' et suivante deja virees'
                       ' - refuse'
                   MOVE 0 TO WS-stcOK
               END-IF
           END-IF.

      *    RELANCE -- EMPLOYE DEJA SOLDE OU PERIODE CLOTUREE : OVERRIDE
      *    SUPERVISEUR TRACE ; UN SOLDE DEJA ETABLI DONT LA FICHE N'EST
      *    PLUS REFAISABLE (VIREE) EST REFUSE
       SortieVerifierOverride.
           PERFORM VerifierPeriodeCloturee
           IF soldeToutCompte = 'O' AND WS-doublonTrouve = 0 THEN
               DISPLAY 'SORTIE ' idEmploye ' : solde deja etabli le '
                   dateSolde ' et vire - refuse'
               MOVE 0 TO WS-stcOK
           ELSE IF soldeToutCompte = 'O' OR WS-periodeCloturee = 1
                   THEN
               PERFORM VerifierOperateurBatch
               IF WS-overrideOK = 0 THEN
                   DISPLAY 'SORTIE ' idEmploye ' : employe deja solde'
                       ' ou periode ' moisPaie '/' anneePaie
                       ' cloturee - refuse (identifiant et mot de'
                       ' passe superviseur en arguments 2 et 3)'
                   MOVE 0 TO WS-stcOK
               ELSE
                   MOVE 'RESOLDE-TC' TO WS-auditOperation
                   PERFORM EnregistrerAuditEmp
               END-IF
           END-IF
           END-IF.

       SortieEtablir.
           PERFORM ChercherTaux
           IF WS-tauxTrouve = 0 THEN
               DISPLAY 'SORTIE ' idEmploye ' : aucun taux pour le '
                   'contrat ' typeContrat ' - refuse'
           ELSE IF WS-tauxDeborde = 1 THEN
               DISPLAY 'SORTIE ' idEmploye ' : bareme a plus de 5 '
                   'lignes pour ' typeContrat ' - refuse'
           ELSE
               PERFORM ChargerElements
               PERFORM ChercherElements
      *    UNE FICHE REMPLACEE REND SES JOURS ACQUIS, PRIS ET
      *    INDEMNISES AU SOLDE AVANT LE NOUVEAU CALCUL
               PERFORM ChercherConges
               IF WS-doublonTrouve = 1 THEN
                   SUBTRACT WS-cgAncienAcquis FROM WS-cgAcquis
                   SUBTRACT WS-cgAncienPris FROM WS-cgPris
                   SUBTRACT WS-cgAncienIndemnises FROM WS-cgPris
                   COMPUTE WS-cgSolde = WS-cgAcquis - WS-cgPris
               END-IF
               IF joursConges > WS-cgSolde THEN
                   DISPLAY 'SORTIE ' idEmploye ' : conges payes '
                       joursConges ' au dela du solde - refuse'
               ELSE
                   PERFORM AppliquerSalaireEnVigueur
                   IF WS-doublonTrouve = 1 THEN
                       MOVE 0 TO WS-nbRappels
                       MOVE WS-rpAncien TO rappelPaie
                   ELSE
                       PERFORM ChercherRappels
                   END-IF
                   PERFORM ChercherIndemSortie
                   MOVE 1 TO WS-stcEnCours
                   PERFORM CalculerPaie
                   IF WS-doublonTrouve = 1 THEN
                       PERFORM SupprimerFichePeriode
                   END-IF
                   PERFORM EcrireFichePaie
                   PERFORM MarquerRappels
                   PERFORM AppliquerRetenues
                   PERFORM EcrireConges
                   PERFORM EditerBulletin
                   PERFORM EditerDocumentsSortie
                   PERFORM MarquerEmployeSolde
                   MOVE 0 TO WS-stcEnCours
                   DISPLAY 'SORTIE ' idEmploye ' : solde de tout '
                       'compte ' moisPaie '/' anneePaie
                       ' etabli - net a payer '
                       netAPayer
               END-IF
           END-IF
           END-IF.

      *    DOSSIER DE FIN DE CONTRAT -- CERTIFICAT DE TRAVAIL
      *    (DATES D'EMPLOI), ATTESTATION EMPLOYEUR (BRUT DES 12
      *    DERNIERS MOIS PAYES D'APRES LES FICHES) ET RECU POUR SOLDE
      *    DE TOUT COMPTE (MONTANTS DE LA DERNIERE FICHE)
       EditerDocumentsSortie.
           OPEN EXTEND sortieFile
           WRITE f-sortieLigne FROM WS-bulTrait
           WRITE f-sortieLigne FROM WS-sorEntete
           WRITE f-sortieLigne FROM WS-bulTrait
           MOVE idEmploye TO WS-bul-idEmploye
           MOVE nomEmploye TO WS-bul-nomEmploye
           MOVE prenomEmploye TO WS-bul-prenomEmploye
           WRITE f-sortieLigne FROM WS-bulEmploye
           MOVE typeContrat TO WS-sor-typeContrat
           WRITE f-sortieLigne FROM WS-sorContrat

           WRITE f-sortieLigne FROM WS-bulTiret
           MOVE 'CERTIFICAT DE TRAVAIL' TO WS-sorTitre
           WRITE f-sortieLigne FROM WS-sorTitre
           IF dateEntree = 0 THEN
               MOVE 'Date d entree non renseignee' TO WS-sor-texte
               WRITE f-sortieLigne FROM WS-sorTexte
           ELSE
               MOVE 'Employe(e) du' TO WS-sor-dateLibelle
               MOVE dateEntree TO WS-sorDate
               PERFORM EcrireDateSortie
           END-IF
           MOVE 'Jusqu au' TO WS-sor-dateLibelle
           MOVE dateSortie TO WS-sorDate
           PERFORM EcrireDateSortie

           WRITE f-sortieLigne FROM WS-bulTiret
           MOVE 'ATTESTATION EMPLOYEUR - SALAIRES BRUTS 12 MOIS'
               TO WS-sorTitre
           WRITE f-sortieLigne FROM WS-sorTitre
           PERFORM EditerBrutDouzeMois

           WRITE f-sortieLigne FROM WS-bulTiret
           MOVE 'RECU POUR SOLDE DE TOUT COMPTE' TO WS-sorTitre
           WRITE f-sortieLigne FROM WS-sorTitre
           MOVE 'Salaire du dernier mois' TO WS-bul-libelle
           MOVE WS-salaireProrate TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           IF primes + montantHeuresSup NOT = 0 THEN
               MOVE 'Primes et heures sup.' TO WS-bul-libelle
               COMPUTE WS-bul-montant = primes + montantHeuresSup
               WRITE f-sortieLigne FROM WS-bulMontantLigne
           END-IF
           IF montantAbsence NOT = 0 THEN
               MOVE 'Absences (a deduire)' TO WS-bul-libelle
               MOVE montantAbsence TO WS-bul-montant
               WRITE f-sortieLigne FROM WS-bulMontantLigne
           END-IF
           IF rappelPaie NOT = 0 THEN
               MOVE 'Rappel de salaire' TO WS-bul-libelle
               MOVE rappelPaie TO WS-bul-montant
               WRITE f-sortieLigne FROM WS-bulMontantLigne
           END-IF
           MOVE joursIndemnises TO WS-sor-joursIndemnises
           WRITE f-sortieLigne FROM WS-sorConges
           MOVE 'Indemnite compensatrice conges' TO WS-bul-libelle
           MOVE indemConges TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           MOVE 'Indemnite de preavis' TO WS-bul-libelle
           MOVE indemPreavis TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           MOVE 'Indemnite de licenciement' TO WS-bul-libelle
           MOVE indemLicenciement TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           MOVE 'BRUT' TO WS-bul-libelle
           MOVE brutPaie TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           MOVE 'Cotisations salariales' TO WS-bul-libelle
           MOVE cotisationsPaie TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           MOVE 'Impot a la source' TO WS-bul-libelle
           MOVE pasPaie TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne
           IF retenuesPaie NOT = 0 THEN
               MOVE 'Retenues sur salaire' TO WS-bul-libelle
               MOVE retenuesPaie TO WS-bul-montant
               WRITE f-sortieLigne FROM WS-bulMontantLigne
           END-IF
           MOVE 'NET A PAYER' TO WS-bul-libelle
           MOVE netAPayer TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne

           WRITE f-sortieLigne FROM WS-bulTiret
           MOVE 'Etabli le' TO WS-sor-dateLibelle
           ACCEPT WS-sorDate FROM DATE YYYYMMDD
           PERFORM EcrireDateSortie
           MOVE 'Recu denoncable dans les 6 mois suivant sa signature'
               TO WS-sor-texte
           WRITE f-sortieLigne FROM WS-sorTexte
           WRITE f-sortieLigne FROM WS-bulTrait
           WRITE f-sortieLigne FROM WS-sorPied
           MOVE SPACES TO f-sortieLigne
           WRITE f-sortieLigne
           CLOSE sortieFile.

       EcrireDateSortie.
           MOVE WS-sd-jour TO WS-sor-jour
           MOVE WS-sd-mois TO WS-sor-mois
           MOVE WS-sd-annee TO WS-sor-annee
           WRITE f-sortieLigne FROM WS-sorDateLigne.

      *    BRUT DES FICHES DE L'EMPLOYE SUR LES 12 MOIS FINISSANT A LA
      *    FICHE DE SOLDE (LE FICHIER EST EN ORDRE DE CLE, DONC
      *    CHRONOLOGIQUE POUR UN EMPLOYE)
       EditerBrutDouzeMois.
           COMPUTE WS-stcPeriodeFin = anneePaie * 100 + moisPaie
           IF moisPaie = 12 THEN
               MOVE 1 TO WS-stcDebutMois
               MOVE anneePaie TO WS-stcDebutAnnee
           ELSE
               COMPUTE WS-stcDebutMois = moisPaie + 1
               COMPUTE WS-stcDebutAnnee = anneePaie - 1
           END-IF
           COMPUTE WS-stcPeriodeDebut =
               WS-stcDebutAnnee * 100 + WS-stcDebutMois
           MOVE 0 TO WS-stcTotalBrut
           MOVE 'N' TO WS-finFiches
           OPEN INPUT paySlipFile
           PERFORM UNTIL FIN-FICHES
               READ paySlipFile NEXT RECORD
                  AT END SET FIN-FICHES TO TRUE
               END-READ
               IF NOT FIN-FICHES THEN
                   COMPUTE WS-stcPeriodeFiche =
                       f-ps-anneePaie * 100 + f-ps-moisPaie
                   IF f-ps-idEmploye = idEmploye
                           AND WS-stcPeriodeFiche
                               NOT < WS-stcPeriodeDebut
                           AND WS-stcPeriodeFiche
                               NOT > WS-stcPeriodeFin THEN
                       MOVE f-ps-moisPaie TO WS-sor-brutMois
                       MOVE f-ps-anneePaie TO WS-sor-brutAnnee
                       MOVE f-ps-brut TO WS-sor-brut
                       WRITE f-sortieLigne FROM WS-sorBrutLigne
                       ADD f-ps-brut TO WS-stcTotalBrut
                   END-IF
               END-IF
           END-PERFORM
           CLOSE paySlipFile
           MOVE 'Total brut 12 mois' TO WS-bul-libelle
           MOVE WS-stcTotalBrut TO WS-bul-montant
           WRITE f-sortieLigne FROM WS-bulMontantLigne.

      *    L'EMPLOYE SOLDE NE SE PAYE PLUS SANS OVERRIDE
       MarquerEmployeSolde.
           OPEN I-O employeeFile
           MOVE idEmploye TO f-idEmploye
           READ employeeFile
               INVALID KEY
                   DISPLAY 'Employe ' idEmploye
                       ' introuvable - solde non marque'
               NOT INVALID KEY
                   MOVE 'O' TO f-soldeToutCompte
                   ACCEPT f-dateSolde FROM DATE YYYYMMDD
                   REWRITE f-employee
                       INVALID KEY
                           DISPLAY 'Erreur marquage solde - employe '
                               idEmploye
                       NOT INVALID KEY
                           MOVE f-employee TO WS-employee
                           MOVE 'SOLDE-TC' TO WS-auditOperation
                           PERFORM EnregistrerAuditEmp
                   END-REWRITE
           END-READ
           CLOSE employeeFile.

      *-----------------------
      *    MODE BATCH -- CLOTURE MENSUELLE (CLOTURE MM AAAA) : ENCHAINE
      *    1 PAIE (RESTART SI LE RUN PRECEDENT A ETE INTERROMPU),
      *    2 PRESEPA, 3 CONTROLE, 4 ECARTS, 5 SEPA, 6 COMPTA ET
      *    7 CLOTURE DE LA PERIODE DANS periode.txt. CHAQUE ETAPE
      *    REUSSIT OU ECHOUE ; UN ECHEC ARRETE LA CHAINE, SAUF
      *    OVERRIDE SUPERVISEUR EN ARGUMENTS 3 ET 4 (QUI VAUT ALORS
      *    ACQUIT DES ECARTS, MAIS JAMAIS POUR UN EXPORT COMPTABLE
      *    FAUX).
      *    L'ETAT EST TENU DANS clotetat.txt : UNE RELANCE REPREND A
      *    L'ETAPE EN ECHEC OU INTERROMPUE. LE JOURNAL CONSOLIDE EST
      *    cloture.txt ; LES RAPPORTS DE CHAQUE ETAPE RESTENT LES
      *    SIENS (paierun.txt, presepa.txt, controle.txt...)
       ClotureBatch.
           IF WS-batchArg1(1:2) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
               DISPLAY 'Periode invalide - usage : CLOTURE MM AAAA'
           ELSE
               MOVE WS-batchArg1(1:2) TO moisPaie
               MOVE WS-batchArg2(1:4) TO anneePaie
           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : CLOTURE MM AAAA'
           ELSE
               PERFORM ClotureTraiter
           END-IF
           END-IF.

       ClotureTraiter.
           MOVE 1 TO WS-clOK
           MOVE 0 TO WS-clOverride
      *    L'OVERRIDE SUIT LA PERIODE EN ARGUMENTS 3 ET 4 -- ILS SONT
      *    RAMENES EN 2 ET 3 POUR LE CONTROLE COMMUN, LA PERIODE
      *    ETANT DEJA LUE
           IF WS-batchArg3 NOT = SPACES THEN
               MOVE WS-batchArg3 TO WS-batchArg2
               MOVE WS-batchArg4 TO WS-batchArg3
               PERFORM VerifierOperateurBatch
               IF WS-overrideOK = 0 THEN
                   DISPLAY 'CLOTURE ' moisPaie '/' anneePaie
                       ' : identifiant ou mot de passe superviseur'
                       ' refuse - chaine non lancee'
                   MOVE 0 TO WS-clOK
               ELSE
                   MOVE 1 TO WS-clOverride
               END-IF
           END-IF
           IF WS-clOK = 1 THEN
               PERFORM ChercherEtatCloture
               PERFORM VerifierPeriodeCloturee
               IF WS-clEtape > 7 THEN
                   DISPLAY 'CLOTURE ' moisPaie '/' anneePaie
                       ' : chaine deja terminee'
                   MOVE 0 TO WS-clOK
               ELSE IF WS-periodeCloturee = 1 THEN
                   DISPLAY 'CLOTURE ' moisPaie '/' anneePaie
                       ' : periode deja cloturee - refuse'
                   MOVE 0 TO WS-clOK
               END-IF
               END-IF
           END-IF
           IF WS-clOK = 1 THEN
               MOVE moisPaie TO WS-clo-mois
               MOVE anneePaie TO WS-clo-annee
               ACCEPT WS-clo-date FROM DATE YYYYMMDD
               ACCEPT WS-clo-heure FROM TIME
               MOVE WS-operateurId TO WS-clo-operateur
               MOVE WS-clotEntete TO f-clotLogLigne
               PERFORM EcrireLigneCloture
               IF WS-clEtape > 1 THEN
                   MOVE 'Reprise de la chaine a l etape' TO WS-clo-texte
                   MOVE WS-clEtape TO WS-clo-texteEtape
                   MOVE WS-clotTexte TO f-clotLogLigne
                   PERFORM EcrireLigneCloture
               END-IF
               PERFORM UNTIL WS-clEtape > 7 OR WS-clOK = 0
                   PERFORM ClotureEtape
               END-PERFORM
               IF WS-clOK = 1 THEN
                   MOVE 'Periode cloturee - chaine terminee'
                       TO WS-clo-texte
                   MOVE 0 TO WS-clo-texteEtape
               ELSE
                   MOVE 'Chaine arretee - relancer CLOTURE a l etape'
                       TO WS-clo-texte
                   MOVE WS-clEtape TO WS-clo-texteEtape
               END-IF
               MOVE WS-clotTexte TO f-clotLogLigne
               PERFORM EcrireLigneCloture
               DISPLAY 'CLOTURE ' moisPaie '/' anneePaie ' : '
                   WS-clo-texte ' ' WS-clo-texteEtape
                   ' (journal cloture.txt)'
           END-IF.

      *    UNE ETAPE DE LA CHAINE -- DEBUT TRACE AVANT LE TRAITEMENT
      *    (UN ARRET BRUTAL LAISSE L'ETAPE DEBUTEE), PUIS LE NOMBRE
      *    DE PROBLEMES DE L'ETAPE DECIDE DE SON RESULTAT
       ClotureEtape.
           MOVE 'D' TO WS-clStatut
           PERFORM EcrireEtatCloture
           MOVE 0 TO WS-clNbProblemes
           EVALUATE WS-clEtape
               WHEN 1
                   MOVE 'PAIE' TO WS-clo-libelle
                   MOVE WS-clPaieInterrompue TO WS-paieReprise
                   PERFORM PaieBatchTraiter
                   MOVE 'fiches refusees' TO WS-clo-cptLibelle
                   MOVE WS-nbRejets TO WS-clNbProblemes
               WHEN 2
                   MOVE 'PRESEPA' TO WS-clo-libelle
                   PERFORM PreSepaTraiter
                   MOVE 'anomalies + alertes' TO WS-clo-cptLibelle
                   COMPUTE WS-clNbProblemes =
                       WS-nbAnomalies + WS-nbAlertesIban
               WHEN 3
                   MOVE 'CONTROLE' TO WS-clo-libelle
                   PERFORM ControleIntegrite
                   MOVE 'anomalies' TO WS-clo-cptLibelle
                   MOVE WS-ctlNbAnomalies TO WS-clNbProblemes
      *    DES ECARTS DEJA ACQUITTES (MODE ACQUIT) NE SONT PAS
      *    RECONTROLES A LA REPRISE DE LA CHAINE
               WHEN 4
                   MOVE 'ECARTS' TO WS-clo-libelle
                   PERFORM ChercherEtatEcarts
                   IF WS-ecAcquitte = 1 THEN
                       MOVE 'deja acquittes' TO WS-clo-cptLibelle
                   ELSE
                       PERFORM EcartsTraiter
                       MOVE 'ecarts signales' TO WS-clo-cptLibelle
                       MOVE WS-ecNbEcarts TO WS-clNbProblemes
                   END-IF
               WHEN 5
                   MOVE 'SEPA' TO WS-clo-libelle
                   PERFORM VirementTraiter
                   MOVE 'fiches non virees' TO WS-clo-cptLibelle
                   MOVE WS-nbAnomalies TO WS-clNbProblemes
               WHEN 6
                   MOVE 'COMPTA' TO WS-clo-libelle
                   PERFORM ComptaTraiter
                   MOVE 'anomalies' TO WS-clo-cptLibelle
                   MOVE WS-glNbAnomalies TO WS-clNbProblemes
                   IF WS-glTotalDebit NOT = WS-glTotalCredit
                           OR WS-glOrgTableOK = 0 THEN
                       ADD 1 TO WS-clNbProblemes
                   END-IF
               WHEN OTHER
                   MOVE 'PERIODE' TO WS-clo-libelle
                   PERFORM MarquerPeriodeCloturee
                   MOVE SPACES TO WS-clo-cptLibelle
           END-EVALUATE
           IF WS-clNbProblemes = 0 THEN
               MOVE 'R' TO WS-clStatut
               MOVE 'REUSSIE' TO WS-clo-resultat
      *    L'EXPORT COMPTABLE EN ECHEC N'EST JAMAIS FORCE -- LA
      *    PERIODE NE SE CLOT PAS SUR UN GRAND LIVRE FAUX
           ELSE IF WS-clOverride = 1 AND WS-clEtape < 6 THEN
               MOVE 'O' TO WS-clStatut
               MOVE 'ECHEC - POURSUITE OVERRIDE' TO WS-clo-resultat
               MOVE 'OVERR-CLOT' TO WS-auditOperation
               PERFORM EnregistrerAuditSys
               IF WS-clEtape = 4 THEN
                   PERFORM AcquitterEcarts
               END-IF
           ELSE
               MOVE 'E' TO WS-clStatut
               MOVE 'ECHEC - CHAINE ARRETEE' TO WS-clo-resultat
               MOVE 0 TO WS-clOK
           END-IF
           END-IF
           PERFORM EcrireEtatCloture
           MOVE WS-clEtape TO WS-clo-etape
           MOVE WS-clNbProblemes TO WS-clo-cptValeur
           MOVE WS-clotLigne TO f-clotLogLigne
           PERFORM EcrireLigneCloture
           DISPLAY 'CLOTURE etape ' WS-clEtape ' ' WS-clo-libelle
               ' : ' WS-clo-resultat
           IF WS-clOK = 1 THEN
               ADD 1 TO WS-clEtape
           END-IF.

      *    POINT DE REPRISE DE LA CHAINE POUR LA PERIODE -- APRES UNE
      *    ETAPE REUSSIE OU FORCEE, L'ETAPE SUIVANTE ; APRES UNE ETAPE
      *    EN ECHEC OU INTERROMPUE, LA MEME (UNE PAIE INTERROMPUE
      *    REPART EN RESTART SUR SES POINTS DE REPRISE)
       ChercherEtatCloture.
           MOVE 1 TO WS-clEtape
           MOVE 0 TO WS-clPaieInterrompue
           MOVE 'N' TO WS-finClotEtat
           OPEN INPUT clotEtatFile
           PERFORM UNTIL FIN-CLOT-ETAT
               READ clotEtatFile NEXT RECORD
                  AT END SET FIN-CLOT-ETAT TO TRUE
               END-READ
               IF NOT FIN-CLOT-ETAT THEN
                   IF f-ce-mois = moisPaie
                           AND f-ce-annee = anneePaie THEN
                       MOVE 0 TO WS-clPaieInterrompue
                       EVALUATE f-ce-statut
                           WHEN 'R'
                           WHEN 'O'
                               COMPUTE WS-clEtape = f-ce-etape + 1
                           WHEN 'D'
                               MOVE f-ce-etape TO WS-clEtape
                               IF f-ce-etape = 1 THEN
                                   MOVE 1 TO WS-clPaieInterrompue
                               END-IF
                           WHEN OTHER
                               MOVE f-ce-etape TO WS-clEtape
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE clotEtatFile.

       EcrireEtatCloture.
           MOVE moisPaie TO f-ce-mois
           MOVE anneePaie TO f-ce-annee
           MOVE WS-clEtape TO f-ce-etape
           MOVE WS-clStatut TO f-ce-statut
           ACCEPT f-ce-date FROM DATE YYYYMMDD
           ACCEPT f-ce-heure FROM TIME
           OPEN EXTEND clotEtatFile
               WRITE f-clotEtat
           CLOSE clotEtatFile.

      *    JOURNAL CONSOLIDE -- OUVERT / ECRIT / FERME A CHAQUE LIGNE
      *    POUR QU'UN ARRET BRUTAL LAISSE LA TRACE DES ETAPES FAITES
       EcrireLigneCloture.
           OPEN EXTEND clotLogFile
               WRITE f-clotLogLigne
           CLOSE clotLogFile.

      *-----------------------
      *    MODE BATCH -- CONTROLE DES ECARTS DE PAIE (ECARTS MM AAAA) :
      *    CHAQUE FICHE DE LA PERIODE CONTRE LA FICHE DU MOIS
      *    PRECEDENT DU MEME EMPLOYE. SONT SIGNALES, AVEC LEUR MOTIF :
      *    L'EMPLOYE PAYE CE MOIS ET PAS LE PRECEDENT (ET L'INVERSE),
      *    LE NET A PAYER NUL OU LE BRUT INFERIEUR AUX COTISATIONS,
      *    LA VARIATION DU NET A PAYER AU-DELA DU SEUIL, ET DES
      *    COTISATIONS QUI NE SUIVENT PAS LA VARIATION DU BRUT.
      *    RAPPORT ecarts.txt AVEC LES TOTAUX DES DEUX MOIS ; LE
      *    NOMBRE D'ECARTS EST NOTE DANS ecartacq.txt ET LE SEPA EST
      *    REFUSE TANT QU'UN SUPERVISEUR NE LES A PAS ACQUITTES
       EcartsBatch.
           IF WS-batchArg1(1:2) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
               DISPLAY 'Periode invalide - usage : ECARTS MM AAAA'
           ELSE
               MOVE WS-batchArg1(1:2) TO moisPaie
               MOVE WS-batchArg2(1:4) TO anneePaie
           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : ECARTS MM AAAA'
           ELSE
               PERFORM EcartsTraiter
           END-IF
           END-IF.

       EcartsTraiter.
           IF moisPaie = 1 THEN
               MOVE 12 TO WS-ecMoisPrec
               COMPUTE WS-ecAnneePrec = anneePaie - 1
           ELSE
               COMPUTE WS-ecMoisPrec = moisPaie - 1
               MOVE anneePaie TO WS-ecAnneePrec
           END-IF
           PERFORM ChercherSeuilEcart
           MOVE 0 TO WS-ecNbEcarts
           MOVE 0 TO WS-ecNbCourant
           MOVE 0 TO WS-ecNbPrecedent
           MOVE 0 TO WS-ecTotalCourant
           MOVE 0 TO WS-ecTotalPrecedent

           OPEN OUTPUT ecartsFile
           MOVE moisPaie TO WS-eca-mois
           MOVE anneePaie TO WS-eca-annee
           MOVE WS-ecMoisPrec TO WS-eca-moisPrec
           MOVE WS-ecAnneePrec TO WS-eca-anneePrec
           MOVE WS-ecSeuil TO WS-eca-seuil
           WRITE f-ecartsLigne FROM WS-ecaEntete

           MOVE 0 TO WS-ecIdCourant
           MOVE 0 TO WS-ecCurTrouve
           MOVE 0 TO WS-ecPrevTrouve
           MOVE 'N' TO WS-finFiches
           OPEN INPUT paySlipFile
           PERFORM UNTIL FIN-FICHES
               READ paySlipFile NEXT RECORD
                  AT END SET FIN-FICHES TO TRUE
               END-READ
               IF NOT FIN-FICHES THEN
                   IF f-ps-idEmploye NOT = WS-ecIdCourant THEN
                       PERFORM EcartsComparerEmploye
                       MOVE f-ps-idEmploye TO WS-ecIdCourant
                       MOVE 0 TO WS-ecCurTrouve
                       MOVE 0 TO WS-ecPrevTrouve
                   END-IF
                   IF f-ps-moisPaie = moisPaie
                           AND f-ps-anneePaie = anneePaie THEN
                       MOVE 1 TO WS-ecCurTrouve
                       MOVE f-ps-brut TO WS-ec-curBrut
                       MOVE f-ps-cotisations TO WS-ec-curCotis
                       MOVE f-ps-net TO WS-ec-curNet
                       MOVE f-ps-netAPayer TO WS-ec-curNetAPayer
                       ADD 1 TO WS-ecNbCourant
                       ADD f-ps-netAPayer TO WS-ecTotalCourant
                   END-IF
                   IF f-ps-moisPaie = WS-ecMoisPrec
                           AND f-ps-anneePaie = WS-ecAnneePrec THEN
                       MOVE 1 TO WS-ecPrevTrouve
                       MOVE f-ps-brut TO WS-ec-prevBrut
                       MOVE f-ps-cotisations TO WS-ec-prevCotis
                       MOVE f-ps-net TO WS-ec-prevNet
                       MOVE f-ps-netAPayer TO WS-ec-prevNetAPayer
                       ADD 1 TO WS-ecNbPrecedent
                       ADD f-ps-netAPayer TO WS-ecTotalPrecedent
                   END-IF
               END-IF
           END-PERFORM
           CLOSE paySlipFile
           PERFORM EcartsComparerEmploye

           MOVE 'Fiches du mois precedent' TO WS-run-cptLibelle
           MOVE WS-ecNbPrecedent TO WS-run-cptValeur
           WRITE f-ecartsLigne FROM WS-runCptLigne
           MOVE 'Fiches du mois' TO WS-run-cptLibelle
           MOVE WS-ecNbCourant TO WS-run-cptValeur
           WRITE f-ecartsLigne FROM WS-runCptLigne
           MOVE 'Ecarts signales' TO WS-run-cptLibelle
           MOVE WS-ecNbEcarts TO WS-run-cptValeur
           WRITE f-ecartsLigne FROM WS-runCptLigne
           MOVE 'Total net a payer mois precedent' TO WS-eca-totLibelle
           MOVE WS-ecTotalPrecedent TO WS-eca-totValeur
           WRITE f-ecartsLigne FROM WS-ecaTotLigne
           MOVE 'Total net a payer du mois' TO WS-eca-totLibelle
           MOVE WS-ecTotalCourant TO WS-eca-totValeur
           WRITE f-ecartsLigne FROM WS-ecaTotLigne
           MOVE 'Variation de la masse payee' TO WS-eca-totLibelle
           COMPUTE WS-eca-totValeur =
               WS-ecTotalCourant - WS-ecTotalPrecedent
           WRITE f-ecartsLigne FROM WS-ecaTotLigne
           CLOSE ecartsFile

           MOVE 'D' TO f-ea-statut
           MOVE WS-ecNbEcarts TO f-ea-nbEcarts
           PERFORM EcrireEtatEcarts
           DISPLAY 'ECARTS ' moisPaie '/' anneePaie
               ' - fiches : ' WS-ecNbCourant
               ' - ecarts : ' WS-ecNbEcarts
               ' (rapport ecarts.txt)'
           IF WS-ecNbEcarts > 0 THEN
               DISPLAY 'SEPA bloque jusqu a ACQUIT ' moisPaie ' '
                   anneePaie ' par un superviseur'
           END-IF.

      *    RUPTURE SUR L'EMPLOYE -- SES DEUX FICHES SONT CONNUES
       EcartsComparerEmploye.
           IF WS-ecCurTrouve = 1 AND WS-ecPrevTrouve = 0 THEN
               MOVE 'paye ce mois, pas le mois precedent'
                   TO WS-eca-motif
               MOVE 0 TO WS-eca-avant
               MOVE WS-ec-curNetAPayer TO WS-eca-apres
               PERFORM EcrireEcart
           END-IF
           IF WS-ecCurTrouve = 0 AND WS-ecPrevTrouve = 1 THEN
               MOVE 'paye le mois precedent, pas ce mois'
                   TO WS-eca-motif
               MOVE WS-ec-prevNetAPayer TO WS-eca-avant
               MOVE 0 TO WS-eca-apres
               PERFORM EcrireEcart
           END-IF
           IF WS-ecCurTrouve = 1 THEN
               IF WS-ec-curNetAPayer = 0 OR WS-ec-curNet = 0
                       OR WS-ec-curBrut < WS-ec-curCotis THEN
                   MOVE 'net nul ou negatif' TO WS-eca-motif
                   MOVE WS-ec-curBrut TO WS-eca-avant
                   MOVE WS-ec-curNetAPayer TO WS-eca-apres
                   PERFORM EcrireEcart
               END-IF
           END-IF
           IF WS-ecCurTrouve = 1 AND WS-ecPrevTrouve = 1 THEN
               PERFORM EcartsControlerVariation
           END-IF.

      *    VARIATION DU NET A PAYER CONTRE LE SEUIL ; COTISATIONS
      *    ATTENDUES AU PRORATA DU BRUT DU MOIS PRECEDENT
       EcartsControlerVariation.
           IF WS-ec-prevNetAPayer > 0 THEN
               IF WS-ec-curNetAPayer > WS-ec-prevNetAPayer THEN
                   COMPUTE WS-ecEcart =
                       WS-ec-curNetAPayer - WS-ec-prevNetAPayer
               ELSE
                   COMPUTE WS-ecEcart =
                       WS-ec-prevNetAPayer - WS-ec-curNetAPayer
               END-IF
               IF WS-ecEcart * 100 > WS-ecSeuil * WS-ec-prevNetAPayer
                       THEN
                   MOVE 'net a payer varie au-dela du seuil'
                       TO WS-eca-motif
                   MOVE WS-ec-prevNetAPayer TO WS-eca-avant
                   MOVE WS-ec-curNetAPayer TO WS-eca-apres
                   PERFORM EcrireEcart
               END-IF
           END-IF
           IF WS-ec-prevBrut > 0 THEN
               COMPUTE WS-ecCotAttendue ROUNDED =
                   WS-ec-prevCotis * WS-ec-curBrut / WS-ec-prevBrut
               IF WS-ec-curCotis > WS-ecCotAttendue THEN
                   COMPUTE WS-ecEcart =
                       WS-ec-curCotis - WS-ecCotAttendue
               ELSE
                   COMPUTE WS-ecEcart =
                       WS-ecCotAttendue - WS-ec-curCotis
               END-IF
               IF WS-ecEcart > WS-ecCotAttendue * WS-ecToleranceCot
                       + 1 THEN
                   MOVE 'cotisations sans rapport avec le brut'
                       TO WS-eca-motif
                   MOVE WS-ec-prevCotis TO WS-eca-avant
                   MOVE WS-ec-curCotis TO WS-eca-apres
                   PERFORM EcrireEcart
               END-IF
           END-IF.

       EcrireEcart.
           MOVE WS-ecIdCourant TO WS-eca-idEmploye
           WRITE f-ecartsLigne FROM WS-ecaLigne
           ADD 1 TO WS-ecNbEcarts.

      *    MODE BATCH -- COUT DE LA PAIE PAR SERVICE (SERVICES MM
      *    AAAA) : EFFECTIF PRESENT DANS LE MOIS, ENTREES ET SORTIES
      *    DU MOIS D'APRES LES DATES DES EMPLOYES (SERVICE ACTUEL),
      *    BRUT, COTISATIONS, PAS ET NET A PAYER DES FICHES DU MOIS
      *    (SERVICE PORTE PAR LA FICHE) ET VARIATION DU BRUT SUR LE
      *    MOIS PRECEDENT ; RAPPORT coutserv.txt
       ServicesBatch.
           IF WS-batchArg1(1:2) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
               DISPLAY 'Periode invalide - usage : SERVICES MM AAAA'
           ELSE
               MOVE WS-batchArg1(1:2) TO moisPaie
               MOVE WS-batchArg2(1:4) TO anneePaie
           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : SERVICES MM AAAA'
           ELSE
               PERFORM ServicesTraiter
           END-IF
           END-IF.

       ServicesTraiter.
           IF moisPaie = 1 THEN
               MOVE 12 TO WS-csMoisPrec
               COMPUTE WS-csAnneePrec = anneePaie - 1
           ELSE
               COMPUTE WS-csMoisPrec = moisPaie - 1
               MOVE anneePaie TO WS-csAnneePrec
           END-IF
           COMPUTE WS-csDebutMois = anneePaie * 10000
               + moisPaie * 100 + 1
           COMPUTE WS-csFinMois = anneePaie * 10000
               + moisPaie * 100 + 31
           MOVE 0 TO WS-csNb
           MOVE 1 TO WS-csTableOK
           MOVE 0 TO WS-csNbFiches
           MOVE 0 TO WS-csNbFichesPrec
           MOVE 0 TO WS-cst-effectif
           MOVE 0 TO WS-cst-entrees
           MOVE 0 TO WS-cst-sorties
           MOVE 0 TO WS-cst-brut
           MOVE 0 TO WS-cst-cotisations
           MOVE 0 TO WS-cst-pas
           MOVE 0 TO WS-cst-net
           MOVE 0 TO WS-cst-brutPrec

           PERFORM ServicesChargerTable
           PERFORM ServicesCompterEffectifs
           PERFORM ServicesCumulerFiches

           OPEN OUTPUT coutServFile
           MOVE moisPaie TO WS-cse-mois
           MOVE anneePaie TO WS-cse-annee
           MOVE WS-csMoisPrec TO WS-cse-moisPrec
           MOVE WS-csAnneePrec TO WS-cse-anneePrec
           WRITE f-coutServLigne FROM WS-csEntete
           PERFORM VARYING WS-ixCs FROM 1 BY 1
                   UNTIL WS-ixCs > WS-csNb
               PERFORM ServicesEditerLigne
           END-PERFORM

           MOVE SPACES TO f-coutServLigne
           WRITE f-coutServLigne
           MOVE 'TOTAL tous services' TO f-coutServLigne
           WRITE f-coutServLigne
           WRITE f-coutServLigne FROM WS-csColonnes
           MOVE WS-cst-effectif TO WS-csl-effectif
           MOVE WS-cst-entrees TO WS-csl-entrees
           MOVE WS-cst-sorties TO WS-csl-sorties
           MOVE WS-cst-brut TO WS-csl-brut
           MOVE WS-cst-cotisations TO WS-csl-cotisations
           MOVE WS-cst-pas TO WS-csl-pas
           MOVE WS-cst-net TO WS-csl-net
           COMPUTE WS-csVariation = WS-cst-brut - WS-cst-brutPrec
           MOVE WS-csVariation TO WS-csl-variation
           WRITE f-coutServLigne FROM WS-csLigne

           MOVE SPACES TO f-coutServLigne
           WRITE f-coutServLigne
           MOVE 'Services' TO WS-run-cptLibelle
           MOVE WS-csNb TO WS-run-cptValeur
           WRITE f-coutServLigne FROM WS-runCptLigne
           MOVE 'Fiches du mois' TO WS-run-cptLibelle
           MOVE WS-csNbFiches TO WS-run-cptValeur
           WRITE f-coutServLigne FROM WS-runCptLigne
           MOVE 'Fiches du mois precedent' TO WS-run-cptLibelle
           MOVE WS-csNbFichesPrec TO WS-run-cptValeur
           WRITE f-coutServLigne FROM WS-runCptLigne
           IF WS-csTableOK = 0 THEN
               MOVE 'ATTENTION : table des services saturee'
                   TO f-coutServLigne
               WRITE f-coutServLigne
           END-IF
           CLOSE coutServFile

           DISPLAY 'SERVICES ' moisPaie '/' anneePaie
               ' - services : ' WS-csNb
               ' - fiches : ' WS-csNbFiches
               ' (rapport coutserv.txt)'
           IF WS-csTableOK = 0 THEN
               DISPLAY 'Table des services saturee - rapport'
                   ' incomplet'
           END-IF.

      *    TOUS LES SERVICES DE LA TABLE, MEME SANS ACTIVITE DANS LE
      *    MOIS, DANS L'ORDRE DES CODES
       ServicesChargerTable.
           MOVE 'N' TO WS-finServices
           OPEN INPUT serviceFile
           PERFORM UNTIL FIN-SERVICES
               READ serviceFile NEXT RECORD
                  AT END SET FIN-SERVICES TO TRUE
               END-READ
               IF NOT FIN-SERVICES THEN
                   MOVE f-srv-code TO WS-csCodeCherche
                   PERFORM ServicesTrouverLigne
                   IF WS-ixCs > 0 THEN
                       MOVE f-srv-libelle TO WS-cs-libelle(WS-ixCs)
                       MOVE f-srv-centreCout
                           TO WS-cs-centreCout(WS-ixCs)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE serviceFile.

      *    LIGNE DU SERVICE WS-csCodeCherche, AJOUTEE AU BESOIN (CODE
      *    A BLANC OU ABSENT DE LA TABLE) ; INDICE A ZERO SI LA TABLE
      *    EST SATUREE
       ServicesTrouverLigne.
           PERFORM VARYING WS-ixCs FROM 1 BY 1
                   UNTIL WS-ixCs > WS-csNb
                   OR WS-cs-code(WS-ixCs) = WS-csCodeCherche
               CONTINUE
           END-PERFORM
           IF WS-ixCs > WS-csNb THEN
               IF WS-csNb < 50 THEN
                   ADD 1 TO WS-csNb
                   MOVE WS-csNb TO WS-ixCs
                   MOVE WS-csCodeCherche TO WS-cs-code(WS-ixCs)
                   MOVE SPACES TO WS-cs-centreCout(WS-ixCs)
                   MOVE 0 TO WS-cs-effectif(WS-ixCs)
                   MOVE 0 TO WS-cs-entrees(WS-ixCs)
                   MOVE 0 TO WS-cs-sorties(WS-ixCs)
                   MOVE 0 TO WS-cs-brut(WS-ixCs)
                   MOVE 0 TO WS-cs-cotisations(WS-ixCs)
                   MOVE 0 TO WS-cs-pas(WS-ixCs)
                   MOVE 0 TO WS-cs-net(WS-ixCs)
                   MOVE 0 TO WS-cs-brutPrec(WS-ixCs)
                   IF WS-csCodeCherche = SPACES THEN
                       MOVE '(sans service)' TO WS-cs-libelle(WS-ixCs)
                   ELSE
                       MOVE '(service inconnu)'
                           TO WS-cs-libelle(WS-ixCs)
                   END-IF
               ELSE
                   MOVE 0 TO WS-ixCs
                   MOVE 0 TO WS-csTableOK
               END-IF
           END-IF.

      *    EFFECTIF : ENTRE AVANT LA FIN DU MOIS (OU DATE INCONNUE) ET
      *    PAS SORTI AVANT SON DEBUT ; ENTREES ET SORTIES DATEES DANS
      *    LE MOIS
       ServicesCompterEffectifs.
           MOVE 'N' TO End-Of-File
           OPEN INPUT employeeFile
           PERFORM UNTIL EOF
               READ employeeFile NEXT RECORD
                  AT END SET EOF TO TRUE
               END-READ
               IF NOT EOF THEN
                   MOVE f-codeService TO WS-csCodeCherche
                   PERFORM ServicesTrouverLigne
                   IF WS-ixCs > 0 THEN
                       PERFORM ServicesCompterEmploye
                   END-IF
               END-IF
           END-PERFORM
           CLOSE employeeFile.

       ServicesCompterEmploye.
           IF (f-dateEntree = 0 OR f-dateEntree <= WS-csFinMois)
                   AND (f-dateSortie = 0
                       OR f-dateSortie >= WS-csDebutMois) THEN
               ADD 1 TO WS-cs-effectif(WS-ixCs)
               ADD 1 TO WS-cst-effectif
           END-IF
           IF f-dateEntree >= WS-csDebutMois
                   AND f-dateEntree <= WS-csFinMois THEN
               ADD 1 TO WS-cs-entrees(WS-ixCs)
               ADD 1 TO WS-cst-entrees
           END-IF
           IF f-dateSortie >= WS-csDebutMois
                   AND f-dateSortie <= WS-csFinMois THEN
               ADD 1 TO WS-cs-sorties(WS-ixCs)
               ADD 1 TO WS-cst-sorties
           END-IF.

       ServicesCumulerFiches.
           MOVE 'N' TO WS-finFiches
           OPEN INPUT paySlipFile
           PERFORM UNTIL FIN-FICHES
               READ paySlipFile NEXT RECORD
                  AT END SET FIN-FICHES TO TRUE
               END-READ
               IF NOT FIN-FICHES THEN
                   IF f-ps-moisPaie = moisPaie
                           AND f-ps-anneePaie = anneePaie THEN
                       MOVE f-ps-codeService TO WS-csCodeCherche
                       PERFORM ServicesTrouverLigne
                       ADD 1 TO WS-csNbFiches
                       IF WS-ixCs > 0 THEN
                           ADD f-ps-brut TO WS-cs-brut(WS-ixCs)
                           ADD f-ps-cotisations
                               TO WS-cs-cotisations(WS-ixCs)
                           ADD f-ps-pas TO WS-cs-pas(WS-ixCs)
                           ADD f-ps-netAPayer TO WS-cs-net(WS-ixCs)
                       END-IF
                       ADD f-ps-brut TO WS-cst-brut
                       ADD f-ps-cotisations TO WS-cst-cotisations
                       ADD f-ps-pas TO WS-cst-pas
                       ADD f-ps-netAPayer TO WS-cst-net
                   END-IF
                   IF f-ps-moisPaie = WS-csMoisPrec
                           AND f-ps-anneePaie = WS-csAnneePrec THEN
                       MOVE f-ps-codeService TO WS-csCodeCherche
                       PERFORM ServicesTrouverLigne
                       ADD 1 TO WS-csNbFichesPrec
                       IF WS-ixCs > 0 THEN
                           ADD f-ps-brut TO WS-cs-brutPrec(WS-ixCs)
                       END-IF
                       ADD f-ps-brut TO WS-cst-brutPrec
                   END-IF
               END-IF
           END-PERFORM
           CLOSE paySlipFile.

       ServicesEditerLigne.
           MOVE SPACES TO f-coutServLigne
           WRITE f-coutServLigne
           MOVE WS-cs-code(WS-ixCs) TO WS-csl-code
           MOVE WS-cs-libelle(WS-ixCs) TO WS-csl-libelle
           MOVE WS-cs-centreCout(WS-ixCs) TO WS-csl-centreCout
           WRITE f-coutServLigne FROM WS-csServiceLigne
           WRITE f-coutServLigne FROM WS-csColonnes
           MOVE WS-cs-effectif(WS-ixCs) TO WS-csl-effectif
           MOVE WS-cs-entrees(WS-ixCs) TO WS-csl-entrees
           MOVE WS-cs-sorties(WS-ixCs) TO WS-csl-sorties
           MOVE WS-cs-brut(WS-ixCs) TO WS-csl-brut
           MOVE WS-cs-cotisations(WS-ixCs) TO WS-csl-cotisations
           MOVE WS-cs-pas(WS-ixCs) TO WS-csl-pas
           MOVE WS-cs-net(WS-ixCs) TO WS-csl-net
           COMPUTE WS-csVariation =
               WS-cs-brut(WS-ixCs) - WS-cs-brutPrec(WS-ixCs)
           MOVE WS-csVariation TO WS-csl-variation
           WRITE f-coutServLigne FROM WS-csLigne.

      *    MODE BATCH -- SURVEILLANCE DES MOUVEMENTS CLIENTS (SURVEIL
      *    MM AAAA) : DEPOTS ET RETRAITS DE LA PERIODE CONTROLES
      *    CONTRE LES SEUILS EN VIGUEUR -- MONTANT AU DELA DU SEUIL,
      *    FRACTIONNEMENT (PLUSIEURS MOUVEMENTS JUSTE SOUS LE SEUIL
      *    DANS LA FENETRE), DEPOTS CUMULES DU MOIS AU DELA DU
      *    PLAFOND, RETRAIT IMPORTANT PEU APRES UN DEPOT IMPORTANT.
      *    RAPPORT surveil.txt PAR CLIENT SIGNALE
       SurveilBatch.
           IF WS-batchArg1(1:2) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
               DISPLAY 'Periode invalide - usage : SURVEIL MM AAAA'
           ELSE
               MOVE WS-batchArg1(1:2) TO moisPaie
               MOVE WS-batchArg2(1:4) TO anneePaie
           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : SURVEIL MM AAAA'
           ELSE
               PERFORM SurveilTraiter
           END-IF
           END-IF.

       SurveilTraiter.
           PERFORM ChercherParamLcb
           COMPUTE WS-lcbBasProche ROUNDED =
               WS-lcbSeuil * WS-lcbPourcent / 100
           MOVE 0 TO WS-svNbSignales
           MOVE 0 TO WS-svNbClientsSignales
           MOVE 0 TO WS-svNbSeuil
           MOVE 0 TO WS-svNbFract
           MOVE 0 TO WS-svNbCumul
           MOVE 0 TO WS-svNbRetrait
           PERFORM SurveilChargerMouvements
           PERFORM SurveilReglesUnitaires
           PERFORM SurveilRegleFractionnement
           PERFORM SurveilRegleRetrait

           OPEN OUTPUT surveilFile
           MOVE moisPaie TO WS-sve-mois
           MOVE anneePaie TO WS-sve-annee
           WRITE f-surveilLigne FROM WS-svEntete
           MOVE WS-lcbSeuil TO WS-svp-seuil
           MOVE WS-lcbNbProches TO WS-svp-nbProches
           MOVE WS-lcbPourcent TO WS-svp-pourcent
           MOVE WS-lcbFenetre TO WS-svp-fenetre
           WRITE f-surveilLigne FROM WS-svParam1
           MOVE WS-lcbPlafond TO WS-svp-plafond
           MOVE WS-lcbGrosMvt TO WS-svp-grosMvt
           MOVE WS-lcbDelai TO WS-svp-delai
           WRITE f-surveilLigne FROM WS-svParam2
           IF WS-svTableOK = 0 THEN
               MOVE 'ATTENTION : mouvements au dela de la table'
                   TO f-surveilLigne
               WRITE f-surveilLigne
           END-IF

           OPEN INPUT clientFile
           PERFORM VARYING WS-ixSvCl FROM 1 BY 1
                   UNTIL WS-ixSvCl > WS-svNbClients
               IF WS-svc-nbSignales(WS-ixSvCl) > 0 THEN
                   PERFORM SurveilEditerClient
               END-IF
           END-PERFORM
           CLOSE clientFile

           MOVE 'Mouvements controles' TO WS-run-cptLibelle
           MOVE WS-svNb TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           MOVE 'Clients signales' TO WS-run-cptLibelle
           MOVE WS-svNbClientsSignales TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           MOVE 'Mouvements signales' TO WS-run-cptLibelle
           MOVE WS-svNbSignales TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           MOVE '  dont SEUIL (au dela du seuil)' TO WS-run-cptLibelle
           MOVE WS-svNbSeuil TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           MOVE '  dont FRACT (fractionnement)' TO WS-run-cptLibelle
           MOVE WS-svNbFract TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           MOVE '  dont CUMUL (plafond du mois)' TO WS-run-cptLibelle
           MOVE WS-svNbCumul TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           MOVE '  dont DEP-RET (retrait rapide)' TO WS-run-cptLibelle
           MOVE WS-svNbRetrait TO WS-run-cptValeur
           WRITE f-surveilLigne FROM WS-runCptLigne
           CLOSE surveilFile

           DISPLAY 'SURVEIL ' moisPaie '/' anneePaie
               ' - mouvements : ' WS-svNb
               ' - clients signales : ' WS-svNbClientsSignales
               ' (rapport surveil.txt)'
           IF WS-svTableOK = 0 THEN
               DISPLAY 'Table des mouvements pleine - rapport'
                   ' incomplet'
           END-IF.

      *    DEPOTS ET RETRAITS DE LA PERIODE, DANS L'ORDRE DU FICHIER
      *    (ORDRE DE SAISIE), AVEC LE CUMUL DES DEPOTS PAR CLIENT ;
      *    LES MOUVEMENTS DE PRET (V, P, E) NE SONT PAS SURVEILLES
       SurveilChargerMouvements.
           MOVE 0 TO WS-svNb
           MOVE 0 TO WS-svNbClients
           MOVE 1 TO WS-svTableOK
           MOVE 'N' TO WS-finMouvements
           OPEN INPUT mouvementFile
           PERFORM UNTIL FIN-MOUVEMENTS
               READ mouvementFile NEXT RECORD
                  AT END SET FIN-MOUVEMENTS TO TRUE
               END-READ
               IF NOT FIN-MOUVEMENTS THEN
                   IF f-mv-sens = 'D' OR f-mv-sens = 'R' THEN
                       MOVE f-mv-date TO WS-evtDateX
                       PERFORM ReleveCalculerDateComp
                       IF WS-evtAnnee = anneePaie
                               AND WS-evtMois = moisPaie THEN
                           PERFORM SurveilAjouterMouvement
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE mouvementFile.

       SurveilAjouterMouvement.
           PERFORM VARYING WS-ixSvCl FROM 1 BY 1
                   UNTIL WS-ixSvCl > WS-svNbClients
                   OR WS-svc-clientId(WS-ixSvCl) = f-mv-clientId
               CONTINUE
           END-PERFORM
           IF WS-svNb >= 1000
                   OR (WS-ixSvCl > WS-svNbClients
                       AND WS-svNbClients >= 1000) THEN
               MOVE 0 TO WS-svTableOK
           ELSE
               IF WS-ixSvCl > WS-svNbClients THEN
                   ADD 1 TO WS-svNbClients
                   MOVE f-mv-clientId TO WS-svc-clientId(WS-ixSvCl)
                   MOVE 0 TO WS-svc-depots(WS-ixSvCl)
                   MOVE 0 TO WS-svc-nbSignales(WS-ixSvCl)
               END-IF
               ADD 1 TO WS-svNb
               MOVE WS-ixSvCl TO WS-sv-ixClient(WS-svNb)
               MOVE WS-evtJour TO WS-sv-jour(WS-svNb)
               MOVE f-mv-date TO WS-sv-date(WS-svNb)
               MOVE f-mv-intitule TO WS-sv-intitule(WS-svNb)
               MOVE f-mv-sens TO WS-sv-sens(WS-svNb)
               MOVE f-mv-montant TO WS-sv-montant(WS-svNb)
               MOVE 0 TO WS-sv-rSeuil(WS-svNb)
               MOVE 0 TO WS-sv-rFract(WS-svNb)
               MOVE 0 TO WS-sv-rCumul(WS-svNb)
               MOVE 0 TO WS-sv-rRetrait(WS-svNb)
               IF f-mv-montant >= WS-lcbBasProche
                       AND f-mv-montant <= WS-lcbSeuil THEN
                   MOVE 1 TO WS-sv-proche(WS-svNb)
               ELSE
                   MOVE 0 TO WS-sv-proche(WS-svNb)
               END-IF
               IF f-mv-sens = 'D' THEN
                   ADD f-mv-montant TO WS-svc-depots(WS-ixSvCl)
               END-IF
           END-IF.

      *    MONTANT AU DELA DU SEUIL ; DEPOTS D'UN CLIENT DONT LE
      *    CUMUL DU MOIS DEPASSE LE PLAFOND
       SurveilReglesUnitaires.
           PERFORM VARYING WS-ixSv1 FROM 1 BY 1
                   UNTIL WS-ixSv1 > WS-svNb
               IF WS-sv-montant(WS-ixSv1) > WS-lcbSeuil THEN
                   MOVE 1 TO WS-sv-rSeuil(WS-ixSv1)
               END-IF
               MOVE WS-sv-ixClient(WS-ixSv1) TO WS-ixSvCl
               IF WS-sv-sens(WS-ixSv1) = 'D'
                       AND WS-svc-depots(WS-ixSvCl) > WS-lcbPlafond
                       THEN
                   MOVE 1 TO WS-sv-rCumul(WS-ixSv1)
               END-IF
           END-PERFORM.

      *    FRACTIONNEMENT -- A PARTIR DE CHAQUE MOUVEMENT JUSTE SOUS
      *    LE SEUIL, LES MOUVEMENTS PROCHES DU MEME CLIENT DANS LA
      *    FENETRE ; AU MOINS nbProches LES SIGNALE TOUS
       SurveilRegleFractionnement.
           PERFORM VARYING WS-ixSv1 FROM 1 BY 1
                   UNTIL WS-ixSv1 > WS-svNb
               IF WS-sv-proche(WS-ixSv1) = 1 THEN
                   COMPUTE WS-svFinFenetre =
                       WS-sv-jour(WS-ixSv1) + WS-lcbFenetre - 1
                   MOVE 0 TO WS-svNbFenetre
                   PERFORM VARYING WS-ixSv2 FROM 1 BY 1
                           UNTIL WS-ixSv2 > WS-svNb
                       IF WS-sv-ixClient(WS-ixSv2)
                               = WS-sv-ixClient(WS-ixSv1)
                               AND WS-sv-proche(WS-ixSv2) = 1
                               AND WS-sv-jour(WS-ixSv2)
                                   >= WS-sv-jour(WS-ixSv1)
                               AND WS-sv-jour(WS-ixSv2)
                                   <= WS-svFinFenetre THEN
                           ADD 1 TO WS-svNbFenetre
                       END-IF
                   END-PERFORM
                   IF WS-svNbFenetre >= WS-lcbNbProches THEN
                       PERFORM SurveilMarquerFenetre
                   END-IF
               END-IF
           END-PERFORM.

       SurveilMarquerFenetre.
           PERFORM VARYING WS-ixSv2 FROM 1 BY 1
                   UNTIL WS-ixSv2 > WS-svNb
               IF WS-sv-ixClient(WS-ixSv2) = WS-sv-ixClient(WS-ixSv1)
                       AND WS-sv-proche(WS-ixSv2) = 1
                       AND WS-sv-jour(WS-ixSv2)
                           >= WS-sv-jour(WS-ixSv1)
                       AND WS-sv-jour(WS-ixSv2) <= WS-svFinFenetre
                       THEN
                   MOVE 1 TO WS-sv-rFract(WS-ixSv2)
               END-IF
           END-PERFORM.

      *    RETRAIT IMPORTANT SAISI APRES UN DEPOT IMPORTANT DU MEME
      *    CLIENT, DANS LE DELAI EN JOURS -- LES DEUX SONT SIGNALES
       SurveilRegleRetrait.
           PERFORM VARYING WS-ixSv1 FROM 1 BY 1
                   UNTIL WS-ixSv1 > WS-svNb
               IF WS-sv-sens(WS-ixSv1) = 'D'
                       AND WS-sv-montant(WS-ixSv1) >= WS-lcbGrosMvt
                       THEN
                   COMPUTE WS-svFinFenetre =
                       WS-sv-jour(WS-ixSv1) + WS-lcbDelai
                   PERFORM VARYING WS-ixSv2 FROM WS-ixSv1 BY 1
                           UNTIL WS-ixSv2 > WS-svNb
                       IF WS-sv-ixClient(WS-ixSv2)
                               = WS-sv-ixClient(WS-ixSv1)
                               AND WS-sv-sens(WS-ixSv2) = 'R'
                               AND WS-sv-montant(WS-ixSv2)
                                   >= WS-lcbGrosMvt
                               AND WS-sv-jour(WS-ixSv2)
                                   >= WS-sv-jour(WS-ixSv1)
                               AND WS-sv-jour(WS-ixSv2)
                                   <= WS-svFinFenetre THEN
                           MOVE 1 TO WS-sv-rRetrait(WS-ixSv1)
                           MOVE 1 TO WS-sv-rRetrait(WS-ixSv2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ixSv1 FROM 1 BY 1
                   UNTIL WS-ixSv1 > WS-svNb
               IF WS-sv-rSeuil(WS-ixSv1) = 1
                       OR WS-sv-rFract(WS-ixSv1) = 1
                       OR WS-sv-rCumul(WS-ixSv1) = 1
                       OR WS-sv-rRetrait(WS-ixSv1) = 1 THEN
                   MOVE WS-sv-ixClient(WS-ixSv1) TO WS-ixSvCl
                   ADD 1 TO WS-svc-nbSignales(WS-ixSvCl)
               END-IF
           END-PERFORM.

      *    UN CLIENT SIGNALE -- SES MOUVEMENTS EN CAUSE ET LES REGLES
       SurveilEditerClient.
           ADD 1 TO WS-svNbClientsSignales
           MOVE WS-svc-clientId(WS-ixSvCl) TO WS-svl-clientId
           MOVE WS-svc-clientId(WS-ixSvCl) TO f-clientId
           READ clientFile
               INVALID KEY
                   MOVE '(inconnu)' TO WS-svl-nom
                   MOVE SPACES TO WS-svl-prenom
               NOT INVALID KEY
                   MOVE f-nom TO WS-svl-nom
                   MOVE f-prenom TO WS-svl-prenom
           END-READ
           MOVE SPACES TO f-surveilLigne
           WRITE f-surveilLigne
           WRITE f-surveilLigne FROM WS-svClientLigne
           PERFORM VARYING WS-ixSv1 FROM 1 BY 1
                   UNTIL WS-ixSv1 > WS-svNb
               IF WS-sv-ixClient(WS-ixSv1) = WS-ixSvCl
                       AND (WS-sv-rSeuil(WS-ixSv1) = 1
                       OR WS-sv-rFract(WS-ixSv1) = 1
                       OR WS-sv-rCumul(WS-ixSv1) = 1
                       OR WS-sv-rRetrait(WS-ixSv1) = 1) THEN
                   PERFORM SurveilEditerMouvement
               END-IF
           END-PERFORM
           IF WS-svc-depots(WS-ixSvCl) > WS-lcbPlafond THEN
               MOVE WS-svc-depots(WS-ixSvCl) TO WS-svl-cumul
               WRITE f-surveilLigne FROM WS-svCumulLigne
           END-IF.

       SurveilEditerMouvement.
           ADD 1 TO WS-svNbSignales
           MOVE WS-sv-date(WS-ixSv1) TO WS-svl-date
           MOVE WS-sv-sens(WS-ixSv1) TO WS-svl-sens
           MOVE WS-sv-montant(WS-ixSv1) TO WS-svl-montant
           MOVE WS-sv-intitule(WS-ixSv1) TO WS-svl-intitule
           MOVE SPACES TO WS-svl-rSeuil
           MOVE SPACES TO WS-svl-rFract
           MOVE SPACES TO WS-svl-rCumul
           MOVE SPACES TO WS-svl-rRetrait
           IF WS-sv-rSeuil(WS-ixSv1) = 1 THEN
               MOVE 'SEUIL' TO WS-svl-rSeuil
               ADD 1 TO WS-svNbSeuil
           END-IF
           IF WS-sv-rFract(WS-ixSv1) = 1 THEN
               MOVE 'FRACT' TO WS-svl-rFract
               ADD 1 TO WS-svNbFract
           END-IF
           IF WS-sv-rCumul(WS-ixSv1) = 1 THEN
               MOVE 'CUMUL' TO WS-svl-rCumul
               ADD 1 TO WS-svNbCumul
           END-IF
           IF WS-sv-rRetrait(WS-ixSv1) = 1 THEN
               MOVE 'DEP-RET' TO WS-svl-rRetrait
               ADD 1 TO WS-svNbRetrait
           END-IF
           WRITE f-surveilLigne FROM WS-svLigne.

      *    MODE BATCH -- ACQUIT DES ECARTS (ACQUIT MM AAAA IDENTIFIANT
      *    MOT-DE-PASSE) : UN SUPERVISEUR, APRES LECTURE DU RAPPORT,
      *    LEVE LE BLOCAGE DU SEPA POUR LA PERIODE
       AcquitBatch.
           IF WS-batchArg1(1:2) IS NOT NUMERIC
                   OR WS-batchArg2(1:4) IS NOT NUMERIC THEN
               DISPLAY 'Periode invalide - usage : ACQUIT MM AAAA'
                   ' identifiant mot-de-passe'
           ELSE
               MOVE WS-batchArg1(1:2) TO moisPaie
               MOVE WS-batchArg2(1:4) TO anneePaie
           IF moisPaie < 1 OR moisPaie > 12 THEN
               DISPLAY 'Periode invalide - usage : ACQUIT MM AAAA'
                   ' identifiant mot-de-passe'
           ELSE
      *    IDENTIFIANT ET MOT DE PASSE SUIVENT LA PERIODE (ARGUMENTS
      *    3 ET 4), RAMENES EN 2 ET 3 POUR LE CONTROLE COMMUN
               MOVE WS-batchArg3 TO WS-batchArg2
               MOVE WS-batchArg4 TO WS-batchArg3
               PERFORM VerifierOperateurBatch
               PERFORM ChercherEtatEcarts
               IF WS-overrideOK = 0 THEN
                   DISPLAY 'ACQUIT ' moisPaie '/' anneePaie
                       ' : identifiant ou mot de passe superviseur'
                       ' refuse'
               ELSE IF WS-ecEtat = 0 THEN
                   DISPLAY 'ACQUIT ' moisPaie '/' anneePaie
                       ' : controle ECARTS non lance pour la periode'
               ELSE IF WS-ecEtat = 2 THEN
                   DISPLAY 'ACQUIT ' moisPaie '/' anneePaie
                       ' : aucun ecart en attente d acquit'
               ELSE
                   PERFORM AcquitterEcarts
                   DISPLAY 'ACQUIT ' moisPaie '/' anneePaie
                       ' : ecarts acquittes par ' WS-operateurId
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       AcquitterEcarts.
           MOVE 'A' TO f-ea-statut
           MOVE 0 TO f-ea-nbEcarts
           PERFORM EcrireEtatEcarts
           MOVE 'ACQUIT-ECA' TO WS-auditOperation
           PERFORM EnregistrerAuditSys.

       EcrireEtatEcarts.
           MOVE moisPaie TO f-ea-mois
           MOVE anneePaie TO f-ea-annee
           ACCEPT f-ea-date FROM DATE YYYYMMDD
           MOVE WS-operateurId TO f-ea-operateur
           OPEN EXTEND ecartAcqFile
               WRITE f-ecartAcq
           CLOSE ecartAcqFile.

      *    ETAT DES ECARTS DE LA PERIODE -- 0 CONTROLE JAMAIS LANCE,
      *    1 ECARTS EN ATTENTE D'ACQUIT, 2 SANS ECART OU ACQUITTES
       ChercherEtatEcarts.
           MOVE 0 TO WS-ecEtat
           MOVE 0 TO WS-ecAcquitte
           MOVE 'N' TO WS-finEcartAcq
           OPEN INPUT ecartAcqFile
           PERFORM UNTIL FIN-ECART-ACQ
               READ ecartAcqFile NEXT RECORD
                  AT END SET FIN-ECART-ACQ TO TRUE
               END-READ
               IF NOT FIN-ECART-ACQ THEN
                   IF f-ea-mois = moisPaie
                           AND f-ea-annee = anneePaie THEN
                       MOVE 0 TO WS-ecAcquitte
                       IF f-ea-statut = 'D' AND f-ea-nbEcarts > 0 THEN
                           MOVE 1 TO WS-ecEtat
                       ELSE
                           MOVE 2 TO WS-ecEtat
                       END-IF
                       IF f-ea-statut = 'A' THEN
                           MOVE 1 TO WS-ecAcquitte
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ecartAcqFile.

       END PROGRAM YOUR-PROGRAM-NAME.
