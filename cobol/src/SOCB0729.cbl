000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0729.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - RAPPROCHEMENT MENSUEL DU REFERENTIEL  *
000900*               AVEC LE FICHIER DES DECES DE L'INSEE             *
001000*----------------------------------------------------------------*
001100* LE FICHIER MENSUEL DES PERSONNES DECEDEES DE L'INSEE           *
001200* (INSEEDEC, SOCC07IN) EST RAPPROCHE DE L'EXTRAIT PERSREPO.      *
001300* LES DEUX FICHIERS SONT TRIES SUR LA DATE DE NAISSANCE, QUI DOIT*
001400* ETRE IDENTIQUE ; CHAQUE PERSONNE EST COMPAREE AUX DECES NES LE *
001500* MEME JOUR SUR TROIS CRITERES :                                 *
001600*   NOM    : NOM D'USAGE CONTRE NOM DE NAISSANCE INSEE, EGALITE  *
001700*            (40 POINTS) OU MEME CODE PHONETIQUE (30 POINTS) ;   *
001800*   PRENOM : PREMIER PRENOM, EGALITE (30) OU PHONETIQUE (20) ;   *
001900*   LIEU   : DEPARTEMENT DE NAISSANCE (PERSONBIRTHZIPCD) CONTRE  *
002000*            LE DEBUT DU CODE LIEU INSEE, EGALITE (30) OU        *
002100*            INCONNU D'UN COTE (10).                             *
002200* LE PHONETISEUR EST CELUI DE LA MAISON (REGLES DU NOYAU         *
002300* SOCC0710, REPRISES DE SOCB0709). NOMS ET PRENOMS SONT COMPARES *
002400* EN MAJUSCULES, TIRETS ET APOSTROPHES REMPLACES PAR DES BLANCS. *
002500*                                                                *
002600* UN DECES N'EST RETENU COMME CANDIDAT QUE SI LE NOM CONCORDE, OU*
002700* A DEFAUT LE PRENOM ET LE LIEU (NOM D'USAGE DIFFERENT DU NOM DE *
002800* NAISSANCE). PAR PERSONNE, LE MEILLEUR CANDIDAT EST CLASSE :    *
002900*   C - CERTAIN  : NOM, PRENOM ET LIEU CONCORDENT, SCORE >= 90 ; *
003000*   P - PROBABLE : PRENOM CONCORDANT ET SCORE >= 60, OU CERTAIN  *
003100*                  MAIS AVEC PLUSIEURS DECES CERTAINS (AMBIGU) ; *
003200*   R - REJETE   : LES AUTRES CANDIDATS (HOMONYMES, JUMEAUX).    *
003300*                                                                *
003400* LE FICHIER DES PERSONNES DECEDEES SOCDECES (SOCC07DD) EST      *
003500* CUMULATIF : UNE FICHE PAR PERSONNE, QUI N'EST REMPLACEE QUE PAR*
003600* UN RAPPROCHEMENT DE MEILLEURE QUALITE. UNE FICHE CERTAINE N'EST*
003700* JAMAIS DECLASSEE ; UN PASSAGE REJOUE NE PRODUIT PAS DE NOUVEAU *
003800* SIGNALEMENT.                                                   *
003900*                                                                *
004000* PRODUITS :                                                     *
004100*   - DECENEUF : NOUVEAU FICHIER DES PERSONNES DECEDEES, TRIE SUR*
004200*     L'IDENTIFIANT. L'ETAPE SUIVANTE LE RECHARGE DANS LE KSDS   *
004300*     SOCDECES (REPRO REUSE), LU PAR LA RECHERCHE EN MASSE       *
004400*     SOCB0711 QUI N'EXTRAIT PLUS LES DECES CERTAINS ;           *
004500*   - DECESAMT : DECES DEVENUS CERTAINS, SIGNALES AU REFERENTIEL *
004600*     AMONT (SOCC07DN) ;                                         *
004700*   - ETAT0729 : RAPPROCHEMENTS PROBABLES A EXAMINER PAR LA      *
004800*     CELLULE QUALITE DES DONNEES, DECES SIGNALES ET TOTAUX.     *
004900* PERSTRI (PERSONNES TRIEES) ET DECTRAV (RAPPROCHEMENTS DU MOIS) *
005000* SONT DES FICHIERS DE TRAVAIL TEMPORAIRES.                      *
005100*                                                                *
005200* CODE RETOUR 0 : TRAITEMENT NORMAL.                             *
005300* CODE RETOUR 4 : FICHIER INSEE VIDE OU DECES NON COMPARES (TROP *
005400*                 DE DECES NES LE MEME JOUR), VOIR LES TOTAUX.   *
005500* CODE RETOUR 16 : INCIDENT TECHNIQUE.                           *
005600*----------------------------------------------------------------*
005700* HISTORIQUE DES MODIFICATIONS                                   *
005800* --------------------------                                     *
005900* 15/10/2026 CRP CREATION - RAPPROCHEMENT MENSUEL DES DECES      *
006000*                INSEE, FICHIER DES PERSONNES DECEDEES ET        *
006100*                SIGNALEMENTS A L'AMONT (REPERE 2704DECE)        *
006200******************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER. IBM-ENTERPRISE.
006600 OBJECT-COMPUTER. IBM-ENTERPRISE.
006700 SPECIAL-NAMES.
006800     DECIMAL-POINT IS COMMA.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100*   *** FICHIER MENSUEL DES PERSONNES DECEDEES (INSEE)
007200     SELECT FINSEE ASSIGN TO INSEEDEC
007300            ORGANIZATION IS SEQUENTIAL
007400            FILE STATUS IS B729-FS-INSEE.
007500*   *** EXTRAIT SEQUENTIEL DU REFERENTIEL DES PERSONNES
007600     SELECT FPERSREP ASSIGN TO PERSREPO
007700            ORGANIZATION IS SEQUENTIAL
007800            FILE STATUS IS B729-FS-PERSREP.
007900*   *** PERSONNES TRIEES SUR LA DATE DE NAISSANCE (TRAVAIL)
008000     SELECT FPERSTRI ASSIGN TO PERSTRI
008100            ORGANIZATION IS SEQUENTIAL
008200            FILE STATUS IS B729-FS-PERSTRI.
008300*   *** RAPPROCHEMENTS DU MOIS (TRAVAIL)
008400     SELECT FDECTRAV ASSIGN TO DECTRAV
008500            ORGANIZATION IS SEQUENTIAL
008600            FILE STATUS IS B729-FS-DECTRAV.
008700*   *** FICHIER DES PERSONNES DECEDEES EN VIGUEUR (KSDS)
008800     SELECT OPTIONAL FDECES ASSIGN TO SOCDECES
008900            ORGANIZATION IS INDEXED
009000            ACCESS MODE IS SEQUENTIAL
009100            RECORD KEY IS DANC-PERSONENTITYID
009200            FILE STATUS IS B729-FS-DECES.
009300*   *** NOUVEAU FICHIER DES PERSONNES DECEDEES (A RECHARGER)
009400     SELECT FDECNEW ASSIGN TO DECENEUF
009500            ORGANIZATION IS SEQUENTIAL
009600            FILE STATUS IS B729-FS-DECNEW.
009700*   *** DECES SIGNALES AU REFERENTIEL AMONT
009800     SELECT FSIGNAL ASSIGN TO DECESAMT
009900            ORGANIZATION IS SEQUENTIAL
010000            FILE STATUS IS B729-FS-SIGNAL.
010100*   *** ETAT EDITE
010200     SELECT FETAT ASSIGN TO ETAT0729
010300            ORGANIZATION IS SEQUENTIAL
010400            FILE STATUS IS B729-FS-ETAT.
010500*   *** FICHIERS DE TRI
010600     SELECT FTRI1 ASSIGN TO SORTWK01.
010700     SELECT FTRI2 ASSIGN TO SORTWK02.
010800     SELECT FTRI3 ASSIGN TO SORTWK03.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  FINSEE
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORD CONTAINS 200 CHARACTERS.
011400     COPY SOCC07IN.
011500 FD  FPERSREP
011600     BLOCK CONTAINS 0 RECORDS
011700     RECORD CONTAINS 450 CHARACTERS.
011800     COPY SOCC07PR.
011900 FD  FPERSTRI
012000     BLOCK CONTAINS 0 RECORDS
012100     RECORD CONTAINS 170 CHARACTERS.
012200 01  B729-PERSTRI                 PIC X(170).
012300 FD  FDECTRAV
012400     BLOCK CONTAINS 0 RECORDS
012500     RECORD CONTAINS 200 CHARACTERS.
012600     COPY SOCC07DD REPLACING LEADING ==SDEC== BY ==DTRV==.
012700 FD  FDECES
012800     RECORD CONTAINS 200 CHARACTERS.
012900     COPY SOCC07DD REPLACING LEADING ==SDEC== BY ==DANC==.
013000 FD  FDECNEW
013100     BLOCK CONTAINS 0 RECORDS
013200     RECORD CONTAINS 200 CHARACTERS.
013300     COPY SOCC07DD.
013400 FD  FSIGNAL
013500     BLOCK CONTAINS 0 RECORDS
013600     RECORD CONTAINS 100 CHARACTERS.
013700     COPY SOCC07DN.
013800 FD  FETAT
013900     BLOCK CONTAINS 0 RECORDS
014000     RECORD CONTAINS 132 CHARACTERS.
014100 01  B729-LIGNE-ETAT              PIC X(132).
014200 SD  FTRI1
014300     RECORD CONTAINS 170 CHARACTERS.
014400 01  TRI1-ENREG.
014500     05 TRI1-NAISSANCE            PIC 9(08).
014600     05 TRI1-ID                   PIC 9(11).
014700     05 FILLER                    PIC X(151).
014800 SD  FTRI2
014900     RECORD CONTAINS 120 CHARACTERS.
015000 01  TRI2-ENREG.
015100     05 TRI2-NAISSANCE            PIC 9(08).
015200     05 FILLER                    PIC X(112).
015300 SD  FTRI3
015400     RECORD CONTAINS 212 CHARACTERS.
015500 01  TRI3-ENREG.
015600     05 TRI3-ID                   PIC 9(11).
015700*   *** A=FICHE EN VIGUEUR  N=RAPPROCHEMENT DU MOIS
015800     05 TRI3-ORIGINE              PIC X(01).
015900     05 TRI3-FICHE                PIC X(200).
016000 WORKING-STORAGE SECTION.
016100******************************************************************
016200* INDICATEURS ET COMPTEURS                                       *
016300******************************************************************
016400 77  B729-FS-INSEE             PIC X(02) VALUE SPACES.
016500     88 B729-INSEE-OK                    VALUE '00'.
016600     88 B729-INSEE-FIN                   VALUE '10'.
016700 77  B729-FS-PERSREP           PIC X(02) VALUE SPACES.
016800     88 B729-PERSREP-OK                  VALUE '00'.
016900     88 B729-PERSREP-FIN                 VALUE '10'.
017000 77  B729-FS-PERSTRI           PIC X(02) VALUE SPACES.
017100     88 B729-PERSTRI-OK                  VALUE '00'.
017200     88 B729-PERSTRI-FIN                 VALUE '10'.
017300 77  B729-FS-DECTRAV           PIC X(02) VALUE SPACES.
017400     88 B729-DECTRAV-OK                  VALUE '00'.
017500     88 B729-DECTRAV-FIN                 VALUE '10'.
017600 77  B729-FS-DECES             PIC X(02) VALUE SPACES.
017700     88 B729-DECES-OK                    VALUE '00' '05'.
017800     88 B729-DECES-FIN                   VALUE '10'.
017900     88 B729-DECES-ABSENT                VALUE '35'.
018000 77  B729-FS-DECNEW            PIC X(02) VALUE SPACES.
018100     88 B729-DECNEW-OK                   VALUE '00'.
018200     88 B729-DECNEW-FIN                  VALUE '10'.
018300 77  B729-FS-SIGNAL            PIC X(02) VALUE SPACES.
018400     88 B729-SIGNAL-OK                   VALUE '00'.
018500 77  B729-FS-ETAT              PIC X(02) VALUE SPACES.
018600     88 B729-ETAT-OK                     VALUE '00'.
018700 77  B729-TRI-FIN-SW           PIC X(01) VALUE 'N'.
018800     88 B729-TRI-FIN                     VALUE 'O'.
018900 77  B729-ANCIEN-SW            PIC X(01) VALUE 'N'.
019000     88 B729-FICHE-ANCIENNE              VALUE 'O'.
019100 77  B729-NOUVEAU-SW           PIC X(01) VALUE 'N'.
019200     88 B729-FICHE-NOUVELLE              VALUE 'O'.
019300*   *** SEUILS DE CLASSEMENT DES RAPPROCHEMENTS
019400 77  B729-SEUIL-CERTAIN        PIC 9(03) VALUE 90.
019500 77  B729-SEUIL-PROBABLE       PIC 9(03) VALUE 60.
019600 77  B729-NB-INSEE-LUS         PIC 9(07) VALUE ZERO.
019700 77  B729-NB-INEXPLOITABLES    PIC 9(07) VALUE ZERO.
019800 77  B729-NB-NON-COMPARES      PIC 9(07) VALUE ZERO.
019900 77  B729-NB-PERS-LUES         PIC 9(09) VALUE ZERO.
020000 77  B729-NB-SANS-NAISSANCE    PIC 9(09) VALUE ZERO.
020100 77  B729-NB-CERTAINS          PIC 9(07) VALUE ZERO.
020200 77  B729-NB-PROBABLES         PIC 9(07) VALUE ZERO.
020300 77  B729-NB-REJETES           PIC 9(07) VALUE ZERO.
020400 77  B729-NB-AMBIGUS           PIC 9(07) VALUE ZERO.
020500 77  B729-NB-FICHES-REPRISES   PIC 9(07) VALUE ZERO.
020600 77  B729-NB-DEJA-CONNUS       PIC 9(07) VALUE ZERO.
020700 77  B729-NB-SURCLASSES        PIC 9(07) VALUE ZERO.
020800 77  B729-NB-SIGNALES          PIC 9(07) VALUE ZERO.
020900 77  B729-NB-A-EXAMINER        PIC 9(07) VALUE ZERO.
021000 77  B729-NB-FICHES-ECRITES    PIC 9(07) VALUE ZERO.
021100 77  B729-NB-LISTES-II         PIC 9(07) VALUE ZERO.
021200 77  B729-NB-GROUPE            PIC 9(04) COMP VALUE ZERO.
021300 77  B729-MAX-GROUPE           PIC 9(04) COMP VALUE 500.
021400 77  B729-G                    PIC 9(04) COMP VALUE ZERO.
021500 77  B729-MEIL-G               PIC 9(04) COMP VALUE ZERO.
021600 77  B729-MEIL-SCORE           PIC 9(03) VALUE ZERO.
021700 77  B729-MEIL-QUALITE         PIC X(01) VALUE SPACE.
021800 77  B729-MEIL-NIV-NOM         PIC X(01) VALUE SPACE.
021900 77  B729-MEIL-NIV-PRENOM      PIC X(01) VALUE SPACE.
022000 77  B729-MEIL-NIV-LIEU        PIC X(01) VALUE SPACE.
022100 77  B729-NB-CERTAINS-PERS     PIC 9(04) COMP VALUE ZERO.
022200 77  B729-CND-SCORE            PIC 9(03) VALUE ZERO.
022300 77  B729-CND-QUALITE          PIC X(01) VALUE SPACE.
022400 77  B729-CND-NIV-NOM          PIC X(01) VALUE SPACE.
022500 77  B729-CND-NIV-PRENOM       PIC X(01) VALUE SPACE.
022600 77  B729-CND-NIV-LIEU         PIC X(01) VALUE SPACE.
022700 77  B729-RANG-ANCIEN          PIC 9(01) VALUE ZERO.
022800 77  B729-RANG-NOUVEAU         PIC 9(01) VALUE ZERO.
022900 77  B729-RANG-QUALITE         PIC 9(01) VALUE ZERO.
023000 77  B729-QUALITE-RANGEE       PIC X(01) VALUE SPACE.
023100 77  B729-LG-LIEU              PIC 9(02) COMP VALUE ZERO.
023200 77  B729-DATE-GROUPE          PIC 9(08) VALUE ZERO.
023300 77  B729-ID-COURANT           PIC 9(11) VALUE ZERO.
023400 77  B729-SITUATION            PIC X(10) VALUE SPACES.
023500 77  B729-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
023600 77  B729-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
023700 77  B729-DATE-JOUR            PIC 9(08) VALUE ZERO.
023800 01  B729-LIGNE-TRAV           PIC X(132) VALUE SPACES.
023900 01  B729-DATE-SYS.
024000     05 B729-DS-AAMMJJ         PIC 9(06).
024100******************************************************************
024200* ZONES DE DECOUPAGE ET DE NORMALISATION DES NOMS                *
024300******************************************************************
024400 77  B729-IN-NOM               PIC X(50) VALUE SPACES.
024500 77  B729-IN-PRENOMS           PIC X(50) VALUE SPACES.
024600 77  B729-NORM-ENTREE          PIC X(50) VALUE SPACES.
024700 77  B729-NORM-SORTIE          PIC X(50) VALUE SPACES.
024800******************************************************************
024900* ZONES DE LA PHONETISATION INTERNE (REGLES DU NOYAU SOCC0710)   *
025000******************************************************************
025100 77  B729-PHON-ENTREE          PIC X(50) VALUE SPACES.
025200 77  B729-PHON-TRAV            PIC X(50) VALUE SPACES.
025300 77  B729-PHON-SORTIE          PIC X(10) VALUE SPACES.
025400 77  B729-PH-I                 PIC 9(2) COMP VALUE ZERO.
025500 77  B729-PH-J                 PIC 9(2) COMP VALUE ZERO.
025600 77  B729-PH-CAR               PIC X(01) VALUE SPACE.
025700 77  B729-PH-PREC              PIC X(01) VALUE SPACE.
025800******************************************************************
025900* PERSONNE PREPAREE POUR LE RAPPROCHEMENT (FICHIER PERSTRI)      *
026000******************************************************************
026100 01  B729-PERSONNE.
026200     05 B729-PE-NAISSANCE      PIC 9(08).
026300     05 B729-PE-ID             PIC 9(11).
026400     05 B729-PE-NOM            PIC X(30).
026500     05 B729-PE-PRENOM         PIC X(20).
026600     05 B729-PE-PHON-NOM       PIC X(10).
026700     05 B729-PE-PHON-PRENOM    PIC X(10).
026800     05 B729-PE-LIEU           PIC X(10).
026900     05 B729-PE-FOYERID        PIC 9(11).
027000     05 B729-PE-PRINC          PIC X(01).
027100     05 B729-PE-NOM-EDIT       PIC X(30).
027200     05 B729-PE-PRENOM-EDIT    PIC X(20).
027300     05 FILLER                 PIC X(09).
027400******************************************************************
027500* DECES INSEE PREPARE POUR LE RAPPROCHEMENT (TRI SUR LA DATE DE  *
027600* NAISSANCE)                                                     *
027700******************************************************************
027800 01  B729-DECES.
027900     05 B729-DC-NAISSANCE      PIC 9(08).
028000     05 B729-DC-NOM            PIC X(30).
028100     05 B729-DC-PRENOM         PIC X(20).
028200     05 B729-DC-PHON-NOM       PIC X(10).
028300     05 B729-DC-PHON-PRENOM    PIC X(10).
028400     05 B729-DC-LIEU-NAISS     PIC X(05).
028500     05 B729-DC-SEXE           PIC X(01).
028600     05 B729-DC-DATE-DECES     PIC 9(08).
028700     05 B729-DC-LIEU-DECES     PIC X(05).
028800     05 B729-DC-ACTE           PIC X(09).
028900     05 FILLER                 PIC X(14).
029000******************************************************************
029100* DECES NES LE JOUR EN COURS DE RAPPROCHEMENT                    *
029200******************************************************************
029300 01  B729-TB-GROUPE.
029400     05 B729-TG-ENT            OCCURS 500 TIMES.
029500        10 B729-TG-NOM         PIC X(30).
029600        10 B729-TG-PRENOM      PIC X(20).
029700        10 B729-TG-PHON-NOM    PIC X(10).
029800        10 B729-TG-PHON-PRENOM PIC X(10).
029900        10 B729-TG-LIEU-NAISS  PIC X(05).
030000        10 B729-TG-SEXE        PIC X(01).
030100        10 B729-TG-DATE-DECES  PIC 9(08).
030200        10 B729-TG-LIEU-DECES  PIC X(05).
030300        10 B729-TG-ACTE        PIC X(09).
030400******************************************************************
030500* FICHES EN VIGUEUR ET DU MOIS D'UNE MEME PERSONNE               *
030600******************************************************************
030700     COPY SOCC07DD REPLACING LEADING ==SDEC== BY ==DPRE==.
030800     COPY SOCC07DD REPLACING LEADING ==SDEC== BY ==DNOU==.
030900******************************************************************
031000* LIGNES D'EDITION                                               *
031100******************************************************************
031200 01  B729-LE-ENTETE1.
031300     05 FILLER                 PIC X(10) VALUE 'SOCB0729'.
031400     05 FILLER                 PIC X(30) VALUE
031500        'CTLM BANQUE - SERV0002'.
031600     05 FILLER                 PIC X(46) VALUE
031700        'RAPPROCHEMENT DES DECES INSEE'.
031800     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
031900     05 B729-LE-DATE-EDIT      PIC 9(08).
032000     05 FILLER                 PIC X(12) VALUE '      PAGE'.
032100     05 B729-LE-PAGE           PIC ZZ9.
032200     05 FILLER                 PIC X(12) VALUE SPACES.
032300 01  B729-LE-TITRE-I.
032400     05 FILLER                 PIC X(132) VALUE
032500        'I. RAPPROCHEMENTS PROBABLES A EXAMINER'.
032600 01  B729-LE-LEGENDE.
032700     05 FILLER                 PIC X(66) VALUE
032800        '   ACCORD N/P/L : NOM / PRENOM / LIEU DE NAISSANCE'.
032900     05 FILLER                 PIC X(66) VALUE
033000        'E=EGAL  P=PHONETIQUE  I=INCONNU  N=DIFFERENT'.
033100 01  B729-LE-TITRE-II.
033200     05 FILLER                 PIC X(132) VALUE
033300        'II. DECES CERTAINS SIGNALES AU REFERENTIEL AMONT'.
033400 01  B729-LE-TITRE-III.
033500     05 FILLER                 PIC X(132) VALUE
033600        'III. TOTAUX'.
033700 01  B729-LE-COLONNES-IA.
033800     05 FILLER                 PIC X(13) VALUE 'IDENTIFIANT'.
033900     05 FILLER                 PIC X(32) VALUE
034000        'NOM D''USAGE (REFERENTIEL)'.
034100     05 FILLER                 PIC X(22) VALUE 'PRENOM'.
034200     05 FILLER                 PIC X(10) VALUE 'NE(E) LE'.
034300     05 FILLER                 PIC X(07) VALUE 'DEPT.'.
034400     05 FILLER                 PIC X(05) VALUE 'SCORE'.
034500     05 FILLER                 PIC X(07) VALUE ' N/P/L'.
034600     05 FILLER                 PIC X(10) VALUE 'DETECTE'.
034700     05 FILLER                 PIC X(26) VALUE 'SITUATION'.
034800 01  B729-LE-COLONNES-IB.
034900     05 FILLER                 PIC X(13) VALUE SPACES.
035000     05 FILLER                 PIC X(32) VALUE
035100        'NOM DE NAISSANCE (INSEE)'.
035200     05 FILLER                 PIC X(22) VALUE 'PRENOM (INSEE)'.
035300     05 FILLER                 PIC X(10) VALUE 'DECEDE LE'.
035400     05 FILLER                 PIC X(07) VALUE 'LIEU'.
035500     05 FILLER                 PIC X(48) VALUE 'ACTE DE DECES'.
035600 01  B729-LE-PROBABLE-A.
035700     05 B729-LA-ID             PIC 9(11).
035800     05 FILLER                 PIC X(02) VALUE SPACES.
035900     05 B729-LA-NOM            PIC X(30).
036000     05 FILLER                 PIC X(02) VALUE SPACES.
036100     05 B729-LA-PRENOM         PIC X(20).
036200     05 FILLER                 PIC X(02) VALUE SPACES.
036300     05 B729-LA-NAISSANCE      PIC 9(08).
036400     05 FILLER                 PIC X(02) VALUE SPACES.
036500     05 B729-LA-LIEU           PIC X(05).
036600     05 FILLER                 PIC X(02) VALUE SPACES.
036700     05 B729-LA-SCORE          PIC ZZ9.
036800     05 FILLER                 PIC X(02) VALUE SPACES.
036900     05 B729-LA-ACCORD.
037000        10 B729-LA-NIV-NOM     PIC X(01).
037100        10 FILLER              PIC X(01) VALUE '/'.
037200        10 B729-LA-NIV-PRENOM  PIC X(01).
037300        10 FILLER              PIC X(01) VALUE '/'.
037400        10 B729-LA-NIV-LIEU    PIC X(01).
037500     05 FILLER                 PIC X(02) VALUE SPACES.
037600     05 B729-LA-DETECTION      PIC 9(08).
037700     05 FILLER                 PIC X(02) VALUE SPACES.
037800     05 B729-LA-SITUATION      PIC X(10).
037900     05 FILLER                 PIC X(16) VALUE SPACES.
038000 01  B729-LE-PROBABLE-B.
038100     05 FILLER                 PIC X(13) VALUE SPACES.
038200     05 B729-LB-NOM            PIC X(30).
038300     05 FILLER                 PIC X(02) VALUE SPACES.
038400     05 B729-LB-PRENOM         PIC X(20).
038500     05 FILLER                 PIC X(02) VALUE SPACES.
038600     05 B729-LB-DECES          PIC 9(08).
038700     05 FILLER                 PIC X(02) VALUE SPACES.
038800     05 B729-LB-LIEU           PIC X(05).
038900     05 FILLER                 PIC X(02) VALUE SPACES.
039000     05 B729-LB-ACTE           PIC X(09).
039100     05 FILLER                 PIC X(39) VALUE SPACES.
039200 01  B729-LE-COLONNES-II.
039300     05 FILLER                 PIC X(13) VALUE 'IDENTIFIANT'.
039400     05 FILLER                 PIC X(32) VALUE 'NOM D''USAGE'.
039500     05 FILLER                 PIC X(22) VALUE 'PRENOM'.
039600     05 FILLER                 PIC X(10) VALUE 'NE(E) LE'.
039700     05 FILLER                 PIC X(10) VALUE 'DECEDE LE'.
039800     05 FILLER                 PIC X(11) VALUE 'ACTE'.
039900     05 FILLER                 PIC X(05) VALUE 'SCORE'.
040000     05 FILLER                 PIC X(13) VALUE ' FOYER'.
040100     05 FILLER                 PIC X(16) VALUE 'PRINCIPAL'.
040200 01  B729-LE-SIGNALE.
040300     05 B729-LS-ID             PIC 9(11).
040400     05 FILLER                 PIC X(02) VALUE SPACES.
040500     05 B729-LS-NOM            PIC X(30).
040600     05 FILLER                 PIC X(02) VALUE SPACES.
040700     05 B729-LS-PRENOM         PIC X(20).
040800     05 FILLER                 PIC X(02) VALUE SPACES.
040900     05 B729-LS-NAISSANCE      PIC 9(08).
041000     05 FILLER                 PIC X(02) VALUE SPACES.
041100     05 B729-LS-DECES          PIC 9(08).
041200     05 FILLER                 PIC X(02) VALUE SPACES.
041300     05 B729-LS-ACTE           PIC X(09).
041400     05 FILLER                 PIC X(02) VALUE SPACES.
041500     05 B729-LS-SCORE          PIC ZZ9.
041600     05 FILLER                 PIC X(02) VALUE SPACES.
041700     05 B729-LS-FOYERID        PIC 9(11).
041800     05 FILLER                 PIC X(02) VALUE SPACES.
041900     05 B729-LS-PRINC          PIC X(01).
042000     05 FILLER                 PIC X(15) VALUE SPACES.
042100 01  B729-LE-COMPTE.
042200     05 FILLER                 PIC X(03) VALUE SPACES.
042300     05 B729-LC-LIBELLE        PIC X(40).
042400     05 B729-LC-NB             PIC ZZZZZZZZ9.
042500     05 FILLER                 PIC X(80) VALUE SPACES.
042600 01  B729-LE-NEANT.
042700     05 FILLER                 PIC X(132) VALUE '   NEANT'.
042800 01  B729-LE-SEPARATION        PIC X(132) VALUE SPACES.
042900******************************************************************
043000* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
043100******************************************************************
043200     COPY SOCC07SU.
043300 PROCEDURE DIVISION.
043400******************************************************************
043500* 0000 - ENCHAINEMENT : TRI DES PERSONNES, RAPPROCHEMENT DES     *
043600*        DECES, CONSOLIDATION DU FICHIER DES DECEDES, EDITION    *
043700******************************************************************
043800 0000-MAINLINE.
043900     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
044000     PERFORM 1000-INITIALISATION THRU 1000-EXIT
044100     SORT FTRI1
044200          ON ASCENDING KEY TRI1-NAISSANCE TRI1-ID
044300          INPUT PROCEDURE IS 1500-LIBERER-PERSONNES
044400                        THRU 1590-LIBERER-FIN
044500          GIVING FPERSTRI
044600     IF SORT-RETURN NOT = ZERO
044700        DISPLAY 'SOCB0729 - TRI DES PERSONNES EN ANOMALIE'
044800        GO TO 9999-ABANDON
044900     END-IF
045000     OPEN INPUT FPERSTRI
045100     IF NOT B729-PERSTRI-OK
045200        DISPLAY 'SOCB0729 - OUVERTURE PERSTRI KO FS='
045300                B729-FS-PERSTRI
045400        GO TO 9999-ABANDON
045500     END-IF
045600     OPEN OUTPUT FDECTRAV
045700     IF NOT B729-DECTRAV-OK
045800        DISPLAY 'SOCB0729 - OUVERTURE DECTRAV KO FS='
045900                B729-FS-DECTRAV
046000        GO TO 9999-ABANDON
046100     END-IF
046200     SORT FTRI2
046300          ON ASCENDING KEY TRI2-NAISSANCE
046400          INPUT PROCEDURE IS 2000-LIBERER-DECES
046500                        THRU 2090-LIBERER-FIN
046600          OUTPUT PROCEDURE IS 2100-RAPPROCHER
046700                         THRU 2190-RAPPROCHER-FIN
046800     IF SORT-RETURN NOT = ZERO
046900        DISPLAY 'SOCB0729 - TRI DES DECES EN ANOMALIE'
047000        GO TO 9999-ABANDON
047100     END-IF
047200     CLOSE FPERSTRI
047300     CLOSE FDECTRAV
047400     PERFORM 1100-OUVRIR-PRODUITS THRU 1100-EXIT
047500     SORT FTRI3
047600          ON ASCENDING KEY TRI3-ID TRI3-ORIGINE
047700          INPUT PROCEDURE IS 2500-LIBERER-FICHES
047800                        THRU 2590-LIBERER-FIN
047900          OUTPUT PROCEDURE IS 2600-CONSOLIDER
048000                         THRU 2690-CONSOLIDER-FIN
048100     IF SORT-RETURN NOT = ZERO
048200        DISPLAY 'SOCB0729 - TRI DES FICHES EN ANOMALIE'
048300        GO TO 9999-ABANDON
048400     END-IF
048500     CLOSE FDECNEW
048600     CLOSE FSIGNAL
048700     PERFORM 3000-EDITER-SUITE THRU 3000-EXIT
048800     PERFORM 4000-TERMINER THRU 4000-EXIT
048900     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
049000     GOBACK.
049100******************************************************************
049200* 1000 - INITIALISATION                                          *
049300******************************************************************
049400 1000-INITIALISATION.
049500     ACCEPT B729-DATE-SYS FROM DATE
049600     COMPUTE B729-DATE-JOUR = 20000000 + B729-DS-AAMMJJ.
049700 1000-EXIT.
049800     EXIT.
049900******************************************************************
050000* 1100 - OUVERTURE DES PRODUITS ET DEBUT DE LA SECTION I DE      *
050100*        L'ETAT, ALIMENTEE PENDANT LA CONSOLIDATION              *
050200******************************************************************
050300 1100-OUVRIR-PRODUITS.
050400     OPEN OUTPUT FDECNEW
050500     IF NOT B729-DECNEW-OK
050600        DISPLAY 'SOCB0729 - OUVERTURE DECENEUF KO FS='
050700                B729-FS-DECNEW
050800        GO TO 9999-ABANDON
050900     END-IF
051000     OPEN OUTPUT FSIGNAL
051100     IF NOT B729-SIGNAL-OK
051200        DISPLAY 'SOCB0729 - OUVERTURE DECESAMT KO FS='
051300                B729-FS-SIGNAL
051400        GO TO 9999-ABANDON
051500     END-IF
051600     OPEN OUTPUT FETAT
051700     IF NOT B729-ETAT-OK
051800        DISPLAY 'SOCB0729 - OUVERTURE ETAT0729 KO FS='
051900                B729-FS-ETAT
052000        GO TO 9999-ABANDON
052100     END-IF
052200     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
052300     MOVE B729-LE-TITRE-I TO B729-LIGNE-ETAT
052400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
052500     MOVE B729-LE-LEGENDE TO B729-LIGNE-ETAT
052600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
052700     MOVE B729-LE-SEPARATION TO B729-LIGNE-ETAT
052800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
052900     MOVE B729-LE-COLONNES-IA TO B729-LIGNE-ETAT
053000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
053100     MOVE B729-LE-COLONNES-IB TO B729-LIGNE-ETAT
053200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
053300 1100-EXIT.
053400     EXIT.
053500******************************************************************
053600* 1500 - PROCEDURE D'ENTREE DU TRI DES PERSONNES : PERSONNES DE  *
053700*        DATE DE NAISSANCE CONNUE, NOM ET PRENOM NORMALISES ET   *
053800*        PHONETISES                                              *
053900******************************************************************
054000 1500-LIBERER-PERSONNES.
054100     OPEN INPUT FPERSREP
054200     IF NOT B729-PERSREP-OK
054300        DISPLAY 'SOCB0729 - OUVERTURE PERSREPO KO FS='
054400                B729-FS-PERSREP
054500        GO TO 9999-ABANDON
054600     END-IF
054700     PERFORM 1510-LIBERER-PERSONNE THRU 1510-EXIT
054800         UNTIL B729-PERSREP-FIN
054900     CLOSE FPERSREP
055000     GO TO 1590-LIBERER-FIN.
055100 1500-EXIT.
055200     EXIT.
055300 1510-LIBERER-PERSONNE.
055400     READ FPERSREP
055500     IF B729-PERSREP-FIN
055600        GO TO 1510-EXIT
055700     END-IF
055800     IF NOT B729-PERSREP-OK
055900        DISPLAY 'SOCB0729 - LECTURE PERSREPO KO FS='
056000                B729-FS-PERSREP
056100        GO TO 9999-ABANDON
056200     END-IF
056300     ADD 1 TO B729-NB-PERS-LUES
056400     IF PREPO-PERSONBIRTHDT NOT NUMERIC
056500     OR PREPO-PERSONBIRTHDT = ZERO
056600        ADD 1 TO B729-NB-SANS-NAISSANCE
056700        GO TO 1510-EXIT
056800     END-IF
056900     MOVE SPACES TO B729-PERSONNE
057000     MOVE PREPO-PERSONBIRTHDT TO B729-PE-NAISSANCE
057100     MOVE PREPO-PERSONENTITYID TO B729-PE-ID
057200     MOVE PREPO-PERSONUSAGENAMELB TO B729-PE-NOM-EDIT
057300     MOVE PREPO-BIRTHFORENAMELB TO B729-PE-PRENOM-EDIT
057400     MOVE PREPO-PERSONUSAGENAMELB TO B729-NORM-ENTREE
057500     PERFORM 5100-NORMALISER THRU 5100-EXIT
057600     MOVE B729-NORM-SORTIE TO B729-PE-NOM
057700     MOVE PREPO-BIRTHFORENAMELB TO B729-NORM-ENTREE
057800     PERFORM 5100-NORMALISER THRU 5100-EXIT
057900     UNSTRING B729-NORM-SORTIE DELIMITED BY ALL SPACE
058000         INTO B729-PE-PRENOM
058100     END-UNSTRING
058200*    LE CODE PHONETIQUE DU REFERENTIEL EST CELUI DU NOM D'USAGE,
058300*    CALCULE PAR LE MEME PHONETISEUR ; IL N'EST DERIVE ICI QUE
058400*    S'IL EST ABSENT
058500     IF PREPO-PERSONPHONETICCD NOT = SPACES
058600        MOVE PREPO-PERSONPHONETICCD TO B729-PE-PHON-NOM
058700     ELSE
058800        MOVE PREPO-PERSONUSAGENAMELB TO B729-PHON-ENTREE
058900        PERFORM 5000-PHONETISER THRU 5000-EXIT
059000        MOVE B729-PHON-SORTIE TO B729-PE-PHON-NOM
059100     END-IF
059200     MOVE B729-PE-PRENOM TO B729-PHON-ENTREE
059300     PERFORM 5000-PHONETISER THRU 5000-EXIT
059400     MOVE B729-PHON-SORTIE TO B729-PE-PHON-PRENOM
059500     MOVE PREPO-PERSONBIRTHZIPCD TO B729-PE-LIEU
059600     IF B729-PE-LIEU (1:2) = '2A' OR '2B'
059700        MOVE '20' TO B729-PE-LIEU (1:2)
059800     END-IF
059900     MOVE PREPO-FOYERID TO B729-PE-FOYERID
060000     MOVE PREPO-IND-FOYER-PRINC TO B729-PE-PRINC
060100     RELEASE TRI1-ENREG FROM B729-PERSONNE.
060200 1510-EXIT.
060300     EXIT.
060400 1590-LIBERER-FIN.
060500     EXIT.
060600******************************************************************
060700* 2000 - PROCEDURE D'ENTREE DU TRI DES DECES : DECOUPAGE DU NOM  *
060800*        ET DES PRENOMS, DECES DE DATE DE NAISSANCE INCOMPLETE   *
060900*        ECARTES (INEXPLOITABLES)                                *
061000******************************************************************
061100 2000-LIBERER-DECES.
061200     OPEN INPUT FINSEE
061300     IF NOT B729-INSEE-OK
061400        DISPLAY 'SOCB0729 - OUVERTURE INSEEDEC KO FS='
061500                B729-FS-INSEE
061600        GO TO 9999-ABANDON
061700     END-IF
061800     PERFORM 2010-LIBERER-DECES THRU 2010-EXIT
061900         UNTIL B729-INSEE-FIN
062000     CLOSE FINSEE
062100     GO TO 2090-LIBERER-FIN.
062200 2000-EXIT.
062300     EXIT.
062400 2010-LIBERER-DECES.
062500     READ FINSEE
062600     IF B729-INSEE-FIN
062700        GO TO 2010-EXIT
062800     END-IF
062900     IF NOT B729-INSEE-OK
063000        DISPLAY 'SOCB0729 - LECTURE INSEEDEC KO FS='
063100                B729-FS-INSEE
063200        GO TO 9999-ABANDON
063300     END-IF
063400     ADD 1 TO B729-NB-INSEE-LUS
063500     IF SINS-DATE-NAISSANCE NOT NUMERIC
063600     OR SINS-NAIS-MM < '01' OR SINS-NAIS-MM > '12'
063700     OR SINS-NAIS-JJ < '01' OR SINS-NAIS-JJ > '31'
063800     OR SINS-NOM-PRENOMS = SPACES
063900        ADD 1 TO B729-NB-INEXPLOITABLES
064000        GO TO 2010-EXIT
064100     END-IF
064200     MOVE SPACES TO B729-DECES
064300     MOVE SPACES TO B729-IN-NOM
064400     MOVE SPACES TO B729-IN-PRENOMS
064500     UNSTRING SINS-NOM-PRENOMS DELIMITED BY '*' OR '/'
064600         INTO B729-IN-NOM B729-IN-PRENOMS
064700     END-UNSTRING
064800     MOVE SINS-DATE-NAISSANCE TO B729-DC-NAISSANCE
064900     MOVE B729-IN-NOM TO B729-NORM-ENTREE
065000     PERFORM 5100-NORMALISER THRU 5100-EXIT
065100     MOVE B729-NORM-SORTIE TO B729-DC-NOM
065200     MOVE B729-IN-NOM TO B729-PHON-ENTREE
065300     PERFORM 5000-PHONETISER THRU 5000-EXIT
065400     MOVE B729-PHON-SORTIE TO B729-DC-PHON-NOM
065500     MOVE B729-IN-PRENOMS TO B729-NORM-ENTREE
065600     PERFORM 5100-NORMALISER THRU 5100-EXIT
065700     UNSTRING B729-NORM-SORTIE DELIMITED BY ALL SPACE
065800         INTO B729-DC-PRENOM
065900     END-UNSTRING
066000     MOVE B729-DC-PRENOM TO B729-PHON-ENTREE
066100     PERFORM 5000-PHONETISER THRU 5000-EXIT
066200     MOVE B729-PHON-SORTIE TO B729-DC-PHON-PRENOM
066300     MOVE SINS-LIEU-NAISSANCE TO B729-DC-LIEU-NAISS
066400     IF B729-DC-LIEU-NAISS (1:2) = '2A' OR '2B'
066500        MOVE '20' TO B729-DC-LIEU-NAISS (1:2)
066600     END-IF
066700     MOVE SINS-SEXE TO B729-DC-SEXE
066800     IF SINS-DATE-DECES NUMERIC
066900        MOVE SINS-DATE-DECES TO B729-DC-DATE-DECES
067000     ELSE
067100        MOVE ZERO TO B729-DC-DATE-DECES
067200     END-IF
067300     MOVE SINS-LIEU-DECES TO B729-DC-LIEU-DECES
067400     MOVE SINS-NUMERO-ACTE TO B729-DC-ACTE
067500     RELEASE TRI2-ENREG FROM B729-DECES.
067600 2010-EXIT.
067700     EXIT.
067800 2090-LIBERER-FIN.
067900     EXIT.
068000******************************************************************
068100* 2100 - PROCEDURE DE SORTIE DU TRI DES DECES : APPAREILLAGE     *
068200*        AVEC LES PERSONNES TRIEES SUR LA DATE DE NAISSANCE. LES *
068300*        DECES D'UNE MEME DATE SONT MIS EN TABLE, PUIS CHAQUE    *
068400*        PERSONNE NEE CE JOUR LEUR EST COMPAREE                  *
068500******************************************************************
068600 2100-RAPPROCHER.
068700     MOVE 'N' TO B729-TRI-FIN-SW
068800     PERFORM 8200-LIRE-PERSONNE THRU 8200-EXIT
068900     PERFORM 2110-RECEVOIR-DECES THRU 2110-EXIT
069000     PERFORM 2120-TRAITER-GROUPE THRU 2120-EXIT
069100         UNTIL B729-TRI-FIN
069200     GO TO 2190-RAPPROCHER-FIN.
069300 2100-EXIT.
069400     EXIT.
069500 2110-RECEVOIR-DECES.
069600     RETURN FTRI2 INTO B729-DECES
069700         AT END
069800              MOVE 'O' TO B729-TRI-FIN-SW
069900     END-RETURN.
070000 2110-EXIT.
070100     EXIT.
070200 2120-TRAITER-GROUPE.
070300     MOVE B729-DC-NAISSANCE TO B729-DATE-GROUPE
070400     MOVE ZERO TO B729-NB-GROUPE
070500     PERFORM 2130-RANGER-DECES THRU 2130-EXIT
070600         UNTIL B729-TRI-FIN
070700            OR B729-DC-NAISSANCE NOT = B729-DATE-GROUPE
070800     PERFORM 8200-LIRE-PERSONNE THRU 8200-EXIT
070900         UNTIL B729-PERSTRI-FIN
071000            OR B729-PE-NAISSANCE NOT < B729-DATE-GROUPE
071100     PERFORM 2150-COMPARER-PERSONNE THRU 2150-EXIT
071200         UNTIL B729-PERSTRI-FIN
071300            OR B729-PE-NAISSANCE NOT = B729-DATE-GROUPE.
071400 2120-EXIT.
071500     EXIT.
071600 2130-RANGER-DECES.
071700     IF B729-NB-GROUPE = B729-MAX-GROUPE
071800        ADD 1 TO B729-NB-NON-COMPARES
071900     ELSE
072000        ADD 1 TO B729-NB-GROUPE
072100        MOVE B729-DC-NOM TO B729-TG-NOM (B729-NB-GROUPE)
072200        MOVE B729-DC-PRENOM TO B729-TG-PRENOM (B729-NB-GROUPE)
072300        MOVE B729-DC-PHON-NOM TO B729-TG-PHON-NOM (B729-NB-GROUPE)
072400        MOVE B729-DC-PHON-PRENOM
072500          TO B729-TG-PHON-PRENOM (B729-NB-GROUPE)
072600        MOVE B729-DC-LIEU-NAISS
072700          TO B729-TG-LIEU-NAISS (B729-NB-GROUPE)
072800        MOVE B729-DC-SEXE TO B729-TG-SEXE (B729-NB-GROUPE)
072900        MOVE B729-DC-DATE-DECES
073000          TO B729-TG-DATE-DECES (B729-NB-GROUPE)
073100        MOVE B729-DC-LIEU-DECES
073200          TO B729-TG-LIEU-DECES (B729-NB-GROUPE)
073300        MOVE B729-DC-ACTE TO B729-TG-ACTE (B729-NB-GROUPE)
073400     END-IF
073500     PERFORM 2110-RECEVOIR-DECES THRU 2110-EXIT.
073600 2130-EXIT.
073700     EXIT.
073800******************************************************************
073900* 2150 - COMPARAISON D'UNE PERSONNE AUX DECES DE SA DATE DE      *
074000*        NAISSANCE : LE MEILLEUR CANDIDAT EST RETENU. DEUX DECES *
074100*        CERTAINS POUR UNE MEME PERSONNE RENDENT LE RAPPROCHEMENT*
074200*        AMBIGU : IL EST RAMENE A PROBABLE                       *
074300******************************************************************
074400 2150-COMPARER-PERSONNE.
074500     MOVE ZERO TO B729-MEIL-G
074600     MOVE ZERO TO B729-MEIL-SCORE
074700     MOVE ZERO TO B729-NB-CERTAINS-PERS
074800     MOVE ZERO TO B729-LG-LIEU
074900     INSPECT B729-PE-LIEU TALLYING B729-LG-LIEU
075000             FOR CHARACTERS BEFORE INITIAL SPACE
075100     IF B729-LG-LIEU > 5
075200        MOVE 5 TO B729-LG-LIEU
075300     END-IF
075400     PERFORM 2160-COMPARER-DECES THRU 2160-EXIT
075500         VARYING B729-G FROM 1 BY 1
075600         UNTIL B729-G > B729-NB-GROUPE
075700     IF B729-MEIL-G NOT = ZERO
075800        IF B729-MEIL-QUALITE = 'C'
075900        AND B729-NB-CERTAINS-PERS > 1
076000           MOVE 'P' TO B729-MEIL-QUALITE
076100           ADD 1 TO B729-NB-AMBIGUS
076200        END-IF
076300        PERFORM 2170-ECRIRE-RAPPROCHEMENT THRU 2170-EXIT
076400     END-IF
076500     PERFORM 8200-LIRE-PERSONNE THRU 8200-EXIT.
076600 2150-EXIT.
076700     EXIT.
076800******************************************************************
076900* 2160 - NIVEAUX D'ACCORD, SCORE ET QUALITE D'UN CANDIDAT        *
077000******************************************************************
077100 2160-COMPARER-DECES.
077200     EVALUATE TRUE
077300         WHEN B729-PE-NOM NOT = SPACES
077400          AND B729-PE-NOM = B729-TG-NOM (B729-G)
077500              MOVE 'E' TO B729-CND-NIV-NOM
077600         WHEN B729-PE-PHON-NOM NOT = SPACES
077700          AND B729-PE-PHON-NOM = B729-TG-PHON-NOM (B729-G)
077800              MOVE 'P' TO B729-CND-NIV-NOM
077900         WHEN OTHER
078000              MOVE 'N' TO B729-CND-NIV-NOM
078100     END-EVALUATE
078200     EVALUATE TRUE
078300         WHEN B729-PE-PRENOM NOT = SPACES
078400          AND B729-PE-PRENOM = B729-TG-PRENOM (B729-G)
078500              MOVE 'E' TO B729-CND-NIV-PRENOM
078600         WHEN B729-PE-PHON-PRENOM NOT = SPACES
078700          AND B729-PE-PHON-PRENOM = B729-TG-PHON-PRENOM (B729-G)
078800              MOVE 'P' TO B729-CND-NIV-PRENOM
078900         WHEN OTHER
079000              MOVE 'N' TO B729-CND-NIV-PRENOM
079100     END-EVALUATE
079200     EVALUATE TRUE
079300         WHEN B729-LG-LIEU = ZERO
079400         WHEN B729-TG-LIEU-NAISS (B729-G) = SPACES
079500              MOVE 'I' TO B729-CND-NIV-LIEU
079600         WHEN B729-TG-LIEU-NAISS (B729-G) (1 : B729-LG-LIEU)
079700            = B729-PE-LIEU (1 : B729-LG-LIEU)
079800              MOVE 'E' TO B729-CND-NIV-LIEU
079900         WHEN OTHER
080000              MOVE 'N' TO B729-CND-NIV-LIEU
080100     END-EVALUATE
080200*    CANDIDAT : NOM CONCORDANT, OU PRENOM ET LIEU CONCORDANTS
080300     IF B729-CND-NIV-NOM = 'N'
080400        IF B729-CND-NIV-PRENOM = 'N'
080500        OR B729-CND-NIV-LIEU NOT = 'E'
080600           GO TO 2160-EXIT
080700        END-IF
080800     END-IF
080900     MOVE ZERO TO B729-CND-SCORE
081000     EVALUATE B729-CND-NIV-NOM
081100         WHEN 'E'
081200              ADD 40 TO B729-CND-SCORE
081300         WHEN 'P'
081400              ADD 30 TO B729-CND-SCORE
081500     END-EVALUATE
081600     EVALUATE B729-CND-NIV-PRENOM
081700         WHEN 'E'
081800              ADD 30 TO B729-CND-SCORE
081900         WHEN 'P'
082000              ADD 20 TO B729-CND-SCORE
082100     END-EVALUATE
082200     EVALUATE B729-CND-NIV-LIEU
082300         WHEN 'E'
082400              ADD 30 TO B729-CND-SCORE
082500         WHEN 'I'
082600              ADD 10 TO B729-CND-SCORE
082700     END-EVALUATE
082800     EVALUATE TRUE
082900         WHEN B729-CND-NIV-NOM NOT = 'N'
083000          AND B729-CND-NIV-PRENOM NOT = 'N'
083100          AND B729-CND-NIV-LIEU = 'E'
083200          AND B729-CND-SCORE NOT < B729-SEUIL-CERTAIN
083300              MOVE 'C' TO B729-CND-QUALITE
083400              ADD 1 TO B729-NB-CERTAINS-PERS
083500         WHEN B729-CND-NIV-PRENOM NOT = 'N'
083600          AND B729-CND-SCORE NOT < B729-SEUIL-PROBABLE
083700              MOVE 'P' TO B729-CND-QUALITE
083800         WHEN OTHER
083900              MOVE 'R' TO B729-CND-QUALITE
084000     END-EVALUATE
084100     IF B729-CND-SCORE > B729-MEIL-SCORE
084200        MOVE B729-G TO B729-MEIL-G
084300        MOVE B729-CND-SCORE TO B729-MEIL-SCORE
084400        MOVE B729-CND-QUALITE TO B729-MEIL-QUALITE
084500        MOVE B729-CND-NIV-NOM TO B729-MEIL-NIV-NOM
084600        MOVE B729-CND-NIV-PRENOM TO B729-MEIL-NIV-PRENOM
084700        MOVE B729-CND-NIV-LIEU TO B729-MEIL-NIV-LIEU
084800     END-IF.
084900 2160-EXIT.
085000     EXIT.
085100******************************************************************
085200* 2170 - ECRITURE DU RAPPROCHEMENT DU MOIS DE LA PERSONNE        *
085300******************************************************************
085400 2170-ECRIRE-RAPPROCHEMENT.
085500     MOVE SPACES TO DTRV-ENREG
085600     MOVE B729-PE-ID TO DTRV-PERSONENTITYID
085700     MOVE B729-MEIL-QUALITE TO DTRV-QUALITE
085800     MOVE B729-MEIL-SCORE TO DTRV-SCORE
085900     MOVE B729-MEIL-NIV-NOM TO DTRV-NIV-NOM
086000     MOVE B729-MEIL-NIV-PRENOM TO DTRV-NIV-PRENOM
086100     MOVE B729-MEIL-NIV-LIEU TO DTRV-NIV-LIEU
086200     MOVE B729-TG-DATE-DECES (B729-MEIL-G) TO DTRV-DATE-DECES
086300     MOVE B729-TG-LIEU-DECES (B729-MEIL-G) TO DTRV-LIEU-DECES
086400     MOVE B729-TG-ACTE (B729-MEIL-G) TO DTRV-NUMERO-ACTE
086500     MOVE B729-TG-NOM (B729-MEIL-G) TO DTRV-INSEE-NOM
086600     MOVE B729-TG-PRENOM (B729-MEIL-G) TO DTRV-INSEE-PRENOM
086700     MOVE B729-TG-LIEU-NAISS (B729-MEIL-G)
086800       TO DTRV-INSEE-LIEU-NAISS
086900     MOVE B729-TG-SEXE (B729-MEIL-G) TO DTRV-INSEE-SEXE
087000     MOVE B729-PE-NOM-EDIT TO DTRV-PERS-NOM
087100     MOVE B729-PE-PRENOM-EDIT TO DTRV-PERS-PRENOM
087200     MOVE B729-PE-NAISSANCE TO DTRV-PERS-NAISSANCE
087300     MOVE B729-PE-LIEU TO DTRV-PERS-LIEU-NAISS
087400     MOVE B729-PE-FOYERID TO DTRV-FOYERID
087500     MOVE B729-PE-PRINC TO DTRV-IND-FOYER-PRINC
087600     MOVE B729-DATE-JOUR TO DTRV-DATE-DETECTION
087700     MOVE B729-DATE-JOUR TO DTRV-DATE-RAPPROCHEMENT
087800     WRITE DTRV-ENREG
087900     IF NOT B729-DECTRAV-OK
088000        DISPLAY 'SOCB0729 - ECRITURE DECTRAV KO FS='
088100                B729-FS-DECTRAV
088200        GO TO 9999-ABANDON
088300     END-IF
088400     EVALUATE B729-MEIL-QUALITE
088500         WHEN 'C'
088600              ADD 1 TO B729-NB-CERTAINS
088700         WHEN 'P'
088800              ADD 1 TO B729-NB-PROBABLES
088900         WHEN OTHER
089000              ADD 1 TO B729-NB-REJETES
089100     END-EVALUATE.
089200 2170-EXIT.
089300     EXIT.
089400 2190-RAPPROCHER-FIN.
089500     EXIT.
089600******************************************************************
089700* 2500 - PROCEDURE D'ENTREE DU TRI DES FICHES : FICHES EN VIGUEUR*
089800*        (FICHIER ABSENT OU VIDE = PREMIER PASSAGE) PUIS         *
089900*        RAPPROCHEMENTS DU MOIS                                  *
090000******************************************************************
090100 2500-LIBERER-FICHES.
090200     OPEN INPUT FDECES
090300     IF B729-DECES-ABSENT
090400        GO TO 2500-SUITE
090500     END-IF
090600     IF NOT B729-DECES-OK
090700        DISPLAY 'SOCB0729 - OUVERTURE SOCDECES KO FS='
090800                B729-FS-DECES
090900        GO TO 9999-ABANDON
091000     END-IF
091100     PERFORM 2510-LIBERER-ANCIENNE THRU 2510-EXIT
091200         UNTIL B729-DECES-FIN
091300     CLOSE FDECES.
091400 2500-SUITE.
091500     OPEN INPUT FDECTRAV
091600     IF NOT B729-DECTRAV-OK
091700        DISPLAY 'SOCB0729 - OUVERTURE DECTRAV KO FS='
091800                B729-FS-DECTRAV
091900        GO TO 9999-ABANDON
092000     END-IF
092100     PERFORM 2520-LIBERER-NOUVELLE THRU 2520-EXIT
092200         UNTIL B729-DECTRAV-FIN
092300     CLOSE FDECTRAV
092400     GO TO 2590-LIBERER-FIN.
092500 2500-EXIT.
092600     EXIT.
092700 2510-LIBERER-ANCIENNE.
092800     READ FDECES
092900     EVALUATE TRUE
093000         WHEN B729-DECES-FIN
093100              CONTINUE
093200         WHEN NOT B729-DECES-OK
093300              DISPLAY 'SOCB0729 - LECTURE SOCDECES KO FS='
093400                      B729-FS-DECES
093500              GO TO 9999-ABANDON
093600         WHEN OTHER
093700              ADD 1 TO B729-NB-FICHES-REPRISES
093800              MOVE DANC-PERSONENTITYID TO TRI3-ID
093900              MOVE 'A' TO TRI3-ORIGINE
094000              MOVE DANC-ENREG TO TRI3-FICHE
094100              RELEASE TRI3-ENREG
094200     END-EVALUATE.
094300 2510-EXIT.
094400     EXIT.
094500 2520-LIBERER-NOUVELLE.
094600     READ FDECTRAV
094700     EVALUATE TRUE
094800         WHEN B729-DECTRAV-FIN
094900              CONTINUE
095000         WHEN NOT B729-DECTRAV-OK
095100              DISPLAY 'SOCB0729 - LECTURE DECTRAV KO FS='
095200                      B729-FS-DECTRAV
095300              GO TO 9999-ABANDON
095400         WHEN OTHER
095500              MOVE DTRV-PERSONENTITYID TO TRI3-ID
095600              MOVE 'N' TO TRI3-ORIGINE
095700              MOVE DTRV-ENREG TO TRI3-FICHE
095800              RELEASE TRI3-ENREG
095900     END-EVALUATE.
096000 2520-EXIT.
096100     EXIT.
096200 2590-LIBERER-FIN.
096300     EXIT.
096400******************************************************************
096500* 2600 - PROCEDURE DE SORTIE DU TRI DES FICHES : CONSOLIDATION   *
096600*        PAR PERSONNE, NOUVEAU FICHIER DES DECEDES, SIGNALEMENTS *
096700*        ET SECTION I DE L'ETAT                                  *
096800******************************************************************
096900 2600-CONSOLIDER.
097000     MOVE 'N' TO B729-TRI-FIN-SW
097100     PERFORM 2610-RECEVOIR-FICHE THRU 2610-EXIT
097200     PERFORM 2620-TRAITER-PERSONNE THRU 2620-EXIT
097300         UNTIL B729-TRI-FIN
097400     GO TO 2690-CONSOLIDER-FIN.
097500 2600-EXIT.
097600     EXIT.
097700 2610-RECEVOIR-FICHE.
097800     RETURN FTRI3
097900         AT END
098000              MOVE 'O' TO B729-TRI-FIN-SW
098100     END-RETURN.
098200 2610-EXIT.
098300     EXIT.
098400 2620-TRAITER-PERSONNE.
098500     MOVE TRI3-ID TO B729-ID-COURANT
098600     MOVE 'N' TO B729-ANCIEN-SW
098700     MOVE 'N' TO B729-NOUVEAU-SW
098800     PERFORM 2630-RANGER-FICHE THRU 2630-EXIT
098900         UNTIL B729-TRI-FIN
099000            OR TRI3-ID NOT = B729-ID-COURANT
099100     EVALUATE TRUE
099200         WHEN NOT B729-FICHE-NOUVELLE
099300              MOVE DPRE-ENREG TO SDEC-ENREG
099400              PERFORM 2680-ECRIRE-FICHE THRU 2680-EXIT
099500         WHEN NOT B729-FICHE-ANCIENNE
099600              MOVE DNOU-ENREG TO SDEC-ENREG
099700              MOVE 'NOUVEAU' TO B729-SITUATION
099800              PERFORM 2640-RETENIR-NOUVELLE THRU 2640-EXIT
099900         WHEN OTHER
100000              PERFORM 2650-COMPARER-FICHES THRU 2650-EXIT
100100     END-EVALUATE.
100200 2620-EXIT.
100300     EXIT.
100400 2630-RANGER-FICHE.
100500     IF TRI3-ORIGINE = 'A'
100600        MOVE TRI3-FICHE TO DPRE-ENREG
100700        MOVE 'O' TO B729-ANCIEN-SW
100800     ELSE
100900        MOVE TRI3-FICHE TO DNOU-ENREG
101000        MOVE 'O' TO B729-NOUVEAU-SW
101100     END-IF
101200     PERFORM 2610-RECEVOIR-FICHE THRU 2610-EXIT.
101300 2630-EXIT.
101400     EXIT.
101500******************************************************************
101600* 2640 - FICHE RETENUE (SDEC-ENREG GARNI) : ECRITURE, SIGNALEMENT*
101700*        SI CERTAINE, SECTION I SI PROBABLE                      *
101800******************************************************************
101900 2640-RETENIR-NOUVELLE.
102000     PERFORM 2680-ECRIRE-FICHE THRU 2680-EXIT
102100     IF SDEC-CERTAIN
102200        PERFORM 2660-SIGNALER-DECES THRU 2660-EXIT
102300     END-IF
102400     IF SDEC-PROBABLE
102500        PERFORM 3100-EDITER-PROBABLE THRU 3100-EXIT
102600     END-IF.
102700 2640-EXIT.
102800     EXIT.
102900******************************************************************
103000* 2650 - PERSONNE DEJA FICHEE ET RAPPROCHEE CE MOIS : LA         *
103100*        NOUVELLE FICHE NE REMPLACE L'ANCIENNE QUE SI ELLE EST DE*
103200*        MEILLEURE QUALITE ; A QUALITE EGALE, L'ANCIENNE EST     *
103300*        CONFIRMEE (LES PROBABLES RESTENT A EXAMINER)            *
103400******************************************************************
103500 2650-COMPARER-FICHES.
103600     MOVE DPRE-QUALITE TO B729-QUALITE-RANGEE
103700     PERFORM 2655-RANGER-QUALITE THRU 2655-EXIT
103800     MOVE B729-RANG-QUALITE TO B729-RANG-ANCIEN
103900     MOVE DNOU-QUALITE TO B729-QUALITE-RANGEE
104000     PERFORM 2655-RANGER-QUALITE THRU 2655-EXIT
104100     MOVE B729-RANG-QUALITE TO B729-RANG-NOUVEAU
104200     IF B729-RANG-NOUVEAU > B729-RANG-ANCIEN
104300        ADD 1 TO B729-NB-SURCLASSES
104400        MOVE DNOU-ENREG TO SDEC-ENREG
104500        MOVE 'SURCLASSE' TO B729-SITUATION
104600        PERFORM 2640-RETENIR-NOUVELLE THRU 2640-EXIT
104700        GO TO 2650-EXIT
104800     END-IF
104900     ADD 1 TO B729-NB-DEJA-CONNUS
105000     MOVE DPRE-ENREG TO SDEC-ENREG
105100     IF B729-RANG-NOUVEAU = B729-RANG-ANCIEN
105200        MOVE B729-DATE-JOUR TO SDEC-DATE-RAPPROCHEMENT
105300        IF SDEC-PROBABLE
105400           MOVE 'EN ATTENTE' TO B729-SITUATION
105500           PERFORM 3100-EDITER-PROBABLE THRU 3100-EXIT
105600        END-IF
105700     END-IF
105800     PERFORM 2680-ECRIRE-FICHE THRU 2680-EXIT.
105900 2650-EXIT.
106000     EXIT.
106100 2655-RANGER-QUALITE.
106200     EVALUATE B729-QUALITE-RANGEE
106300         WHEN 'C'
106400              MOVE 3 TO B729-RANG-QUALITE
106500         WHEN 'P'
106600              MOVE 2 TO B729-RANG-QUALITE
106700         WHEN OTHER
106800              MOVE 1 TO B729-RANG-QUALITE
106900     END-EVALUATE.
107000 2655-EXIT.
107100     EXIT.
107200******************************************************************
107300* 2660 - SIGNALEMENT DU DECES AU REFERENTIEL AMONT               *
107400******************************************************************
107500 2660-SIGNALER-DECES.
107600     MOVE SPACES TO SDNO-ENREG
107700     MOVE B729-DATE-JOUR TO SDNO-DATE
107800     MOVE SDEC-PERSONENTITYID TO SDNO-PERSONENTITYID
107900     MOVE SDEC-DATE-DECES TO SDNO-DATE-DECES
108000     MOVE SDEC-LIEU-DECES TO SDNO-LIEU-DECES
108100     MOVE SDEC-NUMERO-ACTE TO SDNO-NUMERO-ACTE
108200     MOVE SDEC-SCORE TO SDNO-SCORE
108300     MOVE SDEC-FOYERID TO SDNO-FOYERID
108400     MOVE SDEC-IND-FOYER-PRINC TO SDNO-IND-FOYER-PRINC
108500     WRITE SDNO-ENREG
108600     IF NOT B729-SIGNAL-OK
108700        DISPLAY 'SOCB0729 - ECRITURE DECESAMT KO FS='
108800                B729-FS-SIGNAL
108900        GO TO 9999-ABANDON
109000     END-IF
109100     ADD 1 TO B729-NB-SIGNALES.
109200 2660-EXIT.
109300     EXIT.
109400 2680-ECRIRE-FICHE.
109500     WRITE SDEC-ENREG
109600     IF NOT B729-DECNEW-OK
109700        DISPLAY 'SOCB0729 - ECRITURE DECENEUF KO FS='
109800                B729-FS-DECNEW
109900        GO TO 9999-ABANDON
110000     END-IF
110100     ADD 1 TO B729-NB-FICHES-ECRITES.
110200 2680-EXIT.
110300     EXIT.
110400 2690-CONSOLIDER-FIN.
110500     EXIT.
110600******************************************************************
110700* 3000 - FIN DE L'ETAT : SECTION II (RELUE DANS DECENEUF) ET     *
110800*        TOTAUX                                                  *
110900******************************************************************
111000 3000-EDITER-SUITE.
111100     IF B729-NB-A-EXAMINER = ZERO
111200        MOVE B729-LE-NEANT TO B729-LIGNE-ETAT
111300        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
111400     END-IF
111500     MOVE B729-LE-SEPARATION TO B729-LIGNE-ETAT
111600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
111700     MOVE B729-LE-TITRE-II TO B729-LIGNE-ETAT
111800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
111900     MOVE B729-LE-COLONNES-II TO B729-LIGNE-ETAT
112000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
112100     IF B729-NB-SIGNALES NOT = ZERO
112200        OPEN INPUT FDECNEW
112300        IF NOT B729-DECNEW-OK
112400           DISPLAY 'SOCB0729 - RELECTURE DECENEUF KO FS='
112500                   B729-FS-DECNEW
112600           GO TO 9999-ABANDON
112700        END-IF
112800        PERFORM 3200-EDITER-SIGNALE THRU 3200-EXIT
112900            UNTIL B729-DECNEW-FIN
113000        CLOSE FDECNEW
113100     END-IF
113200     IF B729-NB-LISTES-II = ZERO
113300        MOVE B729-LE-NEANT TO B729-LIGNE-ETAT
113400        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
113500     END-IF
113600     MOVE B729-LE-SEPARATION TO B729-LIGNE-ETAT
113700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
113800     PERFORM 3300-EDITER-TOTAUX THRU 3300-EXIT
113900     CLOSE FETAT.
114000 3000-EXIT.
114100     EXIT.
114200******************************************************************
114300* 3100 - SECTION I : RAPPROCHEMENT PROBABLE SUR DEUX LIGNES, LA  *
114400*        PERSONNE DU REFERENTIEL PUIS LE DECES INSEE             *
114500******************************************************************
114600 3100-EDITER-PROBABLE.
114700     ADD 1 TO B729-NB-A-EXAMINER
114800     MOVE SDEC-PERSONENTITYID TO B729-LA-ID
114900     MOVE SDEC-PERS-NOM TO B729-LA-NOM
115000     MOVE SDEC-PERS-PRENOM TO B729-LA-PRENOM
115100     MOVE SDEC-PERS-NAISSANCE TO B729-LA-NAISSANCE
115200     MOVE SDEC-PERS-LIEU-NAISS TO B729-LA-LIEU
115300     MOVE SDEC-SCORE TO B729-LA-SCORE
115400     MOVE SDEC-NIV-NOM TO B729-LA-NIV-NOM
115500     MOVE SDEC-NIV-PRENOM TO B729-LA-NIV-PRENOM
115600     MOVE SDEC-NIV-LIEU TO B729-LA-NIV-LIEU
115700     MOVE SDEC-DATE-DETECTION TO B729-LA-DETECTION
115800     MOVE B729-SITUATION TO B729-LA-SITUATION
115900     MOVE B729-LE-PROBABLE-A TO B729-LIGNE-ETAT
116000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
116100     MOVE SDEC-INSEE-NOM TO B729-LB-NOM
116200     MOVE SDEC-INSEE-PRENOM TO B729-LB-PRENOM
116300     MOVE SDEC-DATE-DECES TO B729-LB-DECES
116400     MOVE SDEC-INSEE-LIEU-NAISS TO B729-LB-LIEU
116500     MOVE SDEC-NUMERO-ACTE TO B729-LB-ACTE
116600     MOVE B729-LE-PROBABLE-B TO B729-LIGNE-ETAT
116700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
116800     MOVE B729-LE-SEPARATION TO B729-LIGNE-ETAT
116900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
117000 3100-EXIT.
117100     EXIT.
117200******************************************************************
117300* 3200 - SECTION II : FICHES DEVENUES CERTAINES CE JOUR          *
117400******************************************************************
117500 3200-EDITER-SIGNALE.
117600     READ FDECNEW
117700     IF B729-DECNEW-FIN
117800        GO TO 3200-EXIT
117900     END-IF
118000     IF NOT B729-DECNEW-OK
118100        DISPLAY 'SOCB0729 - RELECTURE DECENEUF KO FS='
118200                B729-FS-DECNEW
118300        GO TO 9999-ABANDON
118400     END-IF
118500     IF NOT SDEC-CERTAIN
118600     OR SDEC-DATE-DETECTION NOT = B729-DATE-JOUR
118700        GO TO 3200-EXIT
118800     END-IF
118900     ADD 1 TO B729-NB-LISTES-II
119000     MOVE SDEC-PERSONENTITYID TO B729-LS-ID
119100     MOVE SDEC-PERS-NOM TO B729-LS-NOM
119200     MOVE SDEC-PERS-PRENOM TO B729-LS-PRENOM
119300     MOVE SDEC-PERS-NAISSANCE TO B729-LS-NAISSANCE
119400     MOVE SDEC-DATE-DECES TO B729-LS-DECES
119500     MOVE SDEC-NUMERO-ACTE TO B729-LS-ACTE
119600     MOVE SDEC-SCORE TO B729-LS-SCORE
119700     MOVE SDEC-FOYERID TO B729-LS-FOYERID
119800     MOVE SDEC-IND-FOYER-PRINC TO B729-LS-PRINC
119900     MOVE B729-LE-SIGNALE TO B729-LIGNE-ETAT
120000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
120100 3200-EXIT.
120200     EXIT.
120300******************************************************************
120400* 3300 - SECTION III : TOTAUX                                    *
120500******************************************************************
120600 3300-EDITER-TOTAUX.
120700     MOVE B729-LE-TITRE-III TO B729-LIGNE-ETAT
120800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
120900     MOVE 'DECES LUS DANS INSEEDEC ............. :'
121000       TO B729-LC-LIBELLE
121100     MOVE B729-NB-INSEE-LUS TO B729-LC-NB
121200     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
121300     MOVE 'DONT INEXPLOITABLES (NAISSANCE) ..... :'
121400       TO B729-LC-LIBELLE
121500     MOVE B729-NB-INEXPLOITABLES TO B729-LC-NB
121600     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
121700     MOVE 'DONT NON COMPARES (TABLE PLEINE) .... :'
121800       TO B729-LC-LIBELLE
121900     MOVE B729-NB-NON-COMPARES TO B729-LC-NB
122000     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
122100     MOVE 'PERSONNES LUES DANS PERSREPO ........ :'
122200       TO B729-LC-LIBELLE
122300     MOVE B729-NB-PERS-LUES TO B729-LC-NB
122400     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
122500     MOVE 'DONT SANS DATE DE NAISSANCE ......... :'
122600       TO B729-LC-LIBELLE
122700     MOVE B729-NB-SANS-NAISSANCE TO B729-LC-NB
122800     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
122900     MOVE 'RAPPROCHEMENTS CERTAINS DU MOIS ..... :'
123000       TO B729-LC-LIBELLE
123100     MOVE B729-NB-CERTAINS TO B729-LC-NB
123200     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
123300     MOVE 'RAPPROCHEMENTS PROBABLES DU MOIS .... :'
123400       TO B729-LC-LIBELLE
123500     MOVE B729-NB-PROBABLES TO B729-LC-NB
123600     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
123700     MOVE 'DONT AMBIGUS (PLUSIEURS CERTAINS) ... :'
123800       TO B729-LC-LIBELLE
123900     MOVE B729-NB-AMBIGUS TO B729-LC-NB
124000     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
124100     MOVE 'RAPPROCHEMENTS REJETES DU MOIS ...... :'
124200       TO B729-LC-LIBELLE
124300     MOVE B729-NB-REJETES TO B729-LC-NB
124400     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
124500     MOVE 'FICHES REPRISES DE SOCDECES ......... :'
124600       TO B729-LC-LIBELLE
124700     MOVE B729-NB-FICHES-REPRISES TO B729-LC-NB
124800     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
124900     MOVE 'FICHES DEJA CONNUES, CONSERVEES ..... :'
125000       TO B729-LC-LIBELLE
125100     MOVE B729-NB-DEJA-CONNUS TO B729-LC-NB
125200     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
125300     MOVE 'FICHES SURCLASSEES .................. :'
125400       TO B729-LC-LIBELLE
125500     MOVE B729-NB-SURCLASSES TO B729-LC-NB
125600     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
125700     MOVE 'PROBABLES A EXAMINER (SECTION I) .... :'
125800       TO B729-LC-LIBELLE
125900     MOVE B729-NB-A-EXAMINER TO B729-LC-NB
126000     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
126100     MOVE 'DECES SIGNALES A L''AMONT (DECESAMT) . :'
126200       TO B729-LC-LIBELLE
126300     MOVE B729-NB-SIGNALES TO B729-LC-NB
126400     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
126500     MOVE 'FICHES ECRITES (DECENEUF) ........... :'
126600       TO B729-LC-LIBELLE
126700     MOVE B729-NB-FICHES-ECRITES TO B729-LC-NB
126800     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT.
126900 3300-EXIT.
127000     EXIT.
127100 3310-ECRIRE-COMPTE.
127200     MOVE B729-LE-COMPTE TO B729-LIGNE-ETAT
127300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
127400 3310-EXIT.
127500     EXIT.
127600******************************************************************
127700* 4000 - FIN DE TRAITEMENT                                       *
127800******************************************************************
127900 4000-TERMINER.
128000     DISPLAY 'SOCB0729 - DECES INSEE LUS        : '
128100             B729-NB-INSEE-LUS
128200     DISPLAY 'SOCB0729 - DECES INEXPLOITABLES   : '
128300             B729-NB-INEXPLOITABLES
128400     DISPLAY 'SOCB0729 - DECES NON COMPARES     : '
128500             B729-NB-NON-COMPARES
128600     DISPLAY 'SOCB0729 - PERSONNES LUES         : '
128700             B729-NB-PERS-LUES
128800     DISPLAY 'SOCB0729 - RAPPROCHEMENTS CERTAINS: '
128900             B729-NB-CERTAINS
129000     DISPLAY 'SOCB0729 - RAPPROCHEMENTS PROBABL.: '
129100             B729-NB-PROBABLES
129200     DISPLAY 'SOCB0729 - RAPPROCHEMENTS REJETES : '
129300             B729-NB-REJETES
129400     DISPLAY 'SOCB0729 - DECES SIGNALES         : '
129500             B729-NB-SIGNALES
129600     DISPLAY 'SOCB0729 - FICHES ECRITES         : '
129700             B729-NB-FICHES-ECRITES
129800     IF B729-NB-INSEE-LUS = ZERO
129900        DISPLAY 'SOCB0729 - FICHIER INSEEDEC VIDE'
130000        MOVE 4 TO RETURN-CODE
130100     END-IF
130200     IF B729-NB-NON-COMPARES NOT = ZERO
130300        MOVE 4 TO RETURN-CODE
130400     END-IF.
130500 4000-EXIT.
130600     EXIT.
130700******************************************************************
130800* 5000 - PHONETISATION INTERNE (REGLES DU PHONETISEUR MAISON,    *
130900*        IDENTIQUES AU NOYAU SOCC0710) : MAJUSCULES, LETTRES     *
131000*        SEULES, PH=F, EQUIVALENCES B=P C=K D=T G=K Q=K V=F W=F  *
131100*        Y=I Z=S, H MUET, VOYELLES SUPPRIMEES SAUF EN TETE,      *
131200*        DOUBLES REDUITS, 10 POSITIONS                           *
131300*        ENTREE : B729-PHON-ENTREE   SORTIE : B729-PHON-SORTIE   *
131400******************************************************************
131500 5000-PHONETISER.
131600     MOVE SPACES TO B729-PHON-TRAV
131700     MOVE SPACES TO B729-PHON-SORTIE
131800     INSPECT B729-PHON-ENTREE
131900             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
132000                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
132100     MOVE ZERO TO B729-PH-J
132200     PERFORM 5010-EXTRAIRE-LETTRE THRU 5010-EXIT
132300         VARYING B729-PH-I FROM 1 BY 1
132400         UNTIL B729-PH-I > 50
132500     INSPECT B729-PHON-TRAV REPLACING ALL 'PH' BY 'F '
132600     INSPECT B729-PHON-TRAV
132700             CONVERTING 'BCDGQVWYZ'
132800                     TO 'PKTKKFFIS'
132900     MOVE ZERO TO B729-PH-J
133000     MOVE SPACE TO B729-PH-PREC
133100     PERFORM 5020-RETENIR-SON THRU 5020-EXIT
133200         VARYING B729-PH-I FROM 1 BY 1
133300         UNTIL B729-PH-I > 50
133400            OR B729-PH-J = 10.
133500 5000-EXIT.
133600     EXIT.
133700 5010-EXTRAIRE-LETTRE.
133800     MOVE B729-PHON-ENTREE (B729-PH-I : 1) TO B729-PH-CAR
133900     IF B729-PH-CAR NOT = SPACE
134000     AND B729-PH-CAR ALPHABETIC
134100        ADD 1 TO B729-PH-J
134200        MOVE B729-PH-CAR TO B729-PHON-TRAV (B729-PH-J : 1)
134300     END-IF.
134400 5010-EXIT.
134500     EXIT.
134600 5020-RETENIR-SON.
134700     MOVE B729-PHON-TRAV (B729-PH-I : 1) TO B729-PH-CAR
134800     IF B729-PH-CAR = SPACE OR 'H'
134900        GO TO 5020-EXIT
135000     END-IF
135100     IF B729-PH-J > ZERO
135200        IF B729-PH-CAR = 'A' OR 'E' OR 'I' OR 'O' OR 'U'
135300           GO TO 5020-EXIT
135400        END-IF
135500        IF B729-PH-CAR = B729-PH-PREC
135600           GO TO 5020-EXIT
135700        END-IF
135800     END-IF
135900     ADD 1 TO B729-PH-J
136000     MOVE B729-PH-CAR TO B729-PHON-SORTIE (B729-PH-J : 1)
136100     MOVE B729-PH-CAR TO B729-PH-PREC.
136200 5020-EXIT.
136300     EXIT.
136400******************************************************************
136500* 5100 - NORMALISATION D'UN NOM OU D'UN PRENOM POUR COMPARAISON :*
136600*        MAJUSCULES, TIRETS ET APOSTROPHES REMPLACES PAR DES     *
136700*        BLANCS                                                  *
136800*        ENTREE : B729-NORM-ENTREE   SORTIE : B729-NORM-SORTIE   *
136900******************************************************************
137000 5100-NORMALISER.
137100     MOVE B729-NORM-ENTREE TO B729-NORM-SORTIE
137200     INSPECT B729-NORM-SORTIE
137300             CONVERTING 'abcdefghijklmnopqrstuvwxyz-'''
137400                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
137500 5100-EXIT.
137600     EXIT.
137700******************************************************************
137800* 6100 - SAUT DE PAGE ET ENTETE                                  *
137900******************************************************************
138000 6100-SAUT-DE-PAGE.
138100     ADD 1 TO B729-PAGE-CPT
138200     MOVE B729-DATE-JOUR TO B729-LE-DATE-EDIT
138300     MOVE B729-PAGE-CPT TO B729-LE-PAGE
138400     MOVE B729-LE-ENTETE1 TO B729-LIGNE-ETAT
138500     WRITE B729-LIGNE-ETAT AFTER ADVANCING PAGE
138600     MOVE SPACES TO B729-LIGNE-ETAT
138700     WRITE B729-LIGNE-ETAT AFTER ADVANCING 1 LINE
138800     MOVE 2 TO B729-LIGNE-CPT.
138900 6100-EXIT.
139000     EXIT.
139100******************************************************************
139200* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
139300******************************************************************
139400 6200-ECRIRE-LIGNE.
139500*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
139600*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
139700     MOVE B729-LIGNE-ETAT TO B729-LIGNE-TRAV
139800     IF B729-LIGNE-CPT > 58
139900        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
140000        MOVE B729-LIGNE-TRAV TO B729-LIGNE-ETAT
140100     END-IF
140200     WRITE B729-LIGNE-ETAT AFTER ADVANCING 1 LINE
140300     ADD 1 TO B729-LIGNE-CPT.
140400 6200-EXIT.
140500     EXIT.
140600******************************************************************
140700* 8200 - LECTURE D'UNE PERSONNE TRIEE                            *
140800******************************************************************
140900 8200-LIRE-PERSONNE.
141000     READ FPERSTRI INTO B729-PERSONNE
141100     IF B729-PERSTRI-FIN
141200        GO TO 8200-EXIT
141300     END-IF
141400     IF NOT B729-PERSTRI-OK
141500        DISPLAY 'SOCB0729 - LECTURE PERSTRI KO FS='
141600                B729-FS-PERSTRI
141700        GO TO 9999-ABANDON
141800     END-IF.
141900 8200-EXIT.
142000     EXIT.
142100******************************************************************
142200* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
142300******************************************************************
142400 9800-SUIVI-DEBUT.
142500     MOVE 'SOCB0729' TO SSUI-PROGRAMME
142600     MOVE 'D' TO SSUI-PHASE
142700     CALL 'SOCC0726' USING SSUI-ENREG.
142800 9800-EXIT.
142900     EXIT.
143000******************************************************************
143100* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
143200*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
143300*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
143400*        1 DECES LUS / 2 INEXPLOIT / 3 PERSONNES / 4 CERTAINS /  *
143500*        5 PROBABLES / 6 REJETES / 7 SIGNALES / 8 FICHES         *
143600******************************************************************
143700 9810-SUIVI-FIN.
143800     MOVE 'F' TO SSUI-PHASE
143900     MOVE RETURN-CODE TO SSUI-RETURN-CODE
144000     MOVE 'DECES LUS' TO SSUI-CPT-LIBELLE (1)
144100     MOVE B729-NB-INSEE-LUS TO SSUI-CPT-VALEUR (1)
144200     MOVE 'INEXPLOIT' TO SSUI-CPT-LIBELLE (2)
144300     MOVE B729-NB-INEXPLOITABLES TO SSUI-CPT-VALEUR (2)
144400     MOVE 'PERSONNES' TO SSUI-CPT-LIBELLE (3)
144500     MOVE B729-NB-PERS-LUES TO SSUI-CPT-VALEUR (3)
144600     MOVE 'CERTAINS' TO SSUI-CPT-LIBELLE (4)
144700     MOVE B729-NB-CERTAINS TO SSUI-CPT-VALEUR (4)
144800     MOVE 'PROBABLES' TO SSUI-CPT-LIBELLE (5)
144900     MOVE B729-NB-PROBABLES TO SSUI-CPT-VALEUR (5)
145000     MOVE 'REJETES' TO SSUI-CPT-LIBELLE (6)
145100     MOVE B729-NB-REJETES TO SSUI-CPT-VALEUR (6)
145200     MOVE 'SIGNALES' TO SSUI-CPT-LIBELLE (7)
145300     MOVE B729-NB-SIGNALES TO SSUI-CPT-VALEUR (7)
145400     MOVE 'FICHES' TO SSUI-CPT-LIBELLE (8)
145500     MOVE B729-NB-FICHES-ECRITES TO SSUI-CPT-VALEUR (8)
145600     CALL 'SOCC0726' USING SSUI-ENREG.
145700 9810-EXIT.
145800     EXIT.
145900******************************************************************
146000* 9999 - ABANDON DU TRAITEMENT                                   *
146100******************************************************************
146200 9999-ABANDON.
146300     DISPLAY 'SOCB0729 - ABANDON DU TRAITEMENT'
146400     MOVE 16 TO RETURN-CODE
146500     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
146600     STOP RUN.
