000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0732.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - COPIE MASQUEE DES DONNEES PERSONNES   *
000900*               POUR LES ENVIRONNEMENTS DE TEST ET DE RECETTE    *
001000*----------------------------------------------------------------*
001100* A PARTIR DES FICHIERS DE PRODUCTION, PRODUIT UNE COPIE         *
001200* PSEUDONYMISEE ET COHERENTE DE L'EXTRAIT PERSREPO, DU STOCK     *
001300* CLIENTS DES DISTRIBUTEURS DISTCLI ET DES DISPOSITIONS DE       *
001400* DOUBLONS SOCDISPO.                                             *
001500*                                                                *
001600* CARTE PARAMETRE (SYSIN) : CLE DE MASQUAGE, 16 CHIFFRES EN      *
001700* COLONNES 1 A 16, OBLIGATOIRE. LA MEME CLE APPLIQUEE AUX MEMES  *
001800* FICHIERS DONNE TOUJOURS LA MEME COPIE MASQUEE ; LA CLE N'EST   *
001900* NI EDITEE NI CONSERVEE, L'ETAT N'EN PORTE QU'UNE EMPREINTE.    *
002000*                                                                *
002100* TOUS LES REMPLACEMENTS SONT CALCULES A PARTIR DE LA VALEUR     *
002200* D'ORIGINE ET DE LA CLE SEULES : UNE MEME VALEUR EST REMPLACEE  *
002300* DE LA MEME FACON DANS TOUS LES ENREGISTREMENTS ET TOUS LES     *
002400* FICHIERS.                                                      *
002500*   - IDENTIFIANTS NUMERIQUES (PERSONENTITYID, FOYERID,          *
002600*     TRADINGINFOID, PAIRES DE SOCDISPO) : CHIFFREMENT CHIFFRE   *
002700*     PAR CHIFFRE ENCHAINE, BIJECTIF ; DEUX IDENTIFIANTS         *
002800*     DIFFERENTS LE RESTENT, ZERO RESTE ZERO ET LE PREMIER       *
002900*     CHIFFRE CHANGE TOUJOURS. FOYERS ET PAIRES DE DOUBLONS      *
003000*     SE CORRESPONDENT DONC TOUJOURS ;                           *
003100*   - REFERENCES (TRADEREXTREFID, EXTERNALVA, TWFOCID,           *
003200*     PRODUCERREFCONTCD) : MEME CHIFFREMENT, CHIFFRES EN         *
003300*     CHIFFRES ET LETTRES EN LETTRES, AUTRES CARACTERES          *
003400*     CONSERVES. LES REFERENCES DISTRIBUTEUR DE PERSREPO ET DE   *
003500*     DISTCLI RESTENT RAPPROCHABLES ;                            *
003600*   - NOM D'USAGE ET NOM DECLARE PAR LE DISTRIBUTEUR : NOM FICTIF*
003700*     COMPOSE DE DEUX SYLLABES (TABLES B732-PREFIXES ET          *
003800*     B732-SUFFIXES), CHOISI PAR HACHAGE DU NOM NORMALISE ;      *
003900*   - PRENOMS : CHAQUE PRENOM EST REMPLACE PAR UN PRENOM DE LA   *
004000*     TABLE B732-PRENOMS, LE PREMIER PRENOM RESTE DONC LE MEME   *
004100*     DANS PERSREPO ET DANS DISTCLI ;                            *
004200*   - LIGNE RUE : NUMERO, TYPE DE VOIE ET NOM DE VOIE FICTIFS,   *
004300*     IDENTIQUES POUR LES MEMBRES D'UN MEME FOYER ;              *
004400*   - TELEPHONE : LES DEUX PREMIERS CHIFFRES (TYPE DE LIGNE) ET  *
004500*     LA PRESENTATION SONT CONSERVES, LES AUTRES CHIFFRES TIRES ;*
004600*   - ADRESSE MAIL : PRENOM.NOM FICTIFS SUR UN DOMAINE RESERVE   *
004700*     AUX EXEMPLES (EXAMPLE.COM...) ;                            *
004800*   - DATE DE NAISSANCE : DECALEE D'UN NOMBRE DE JOURS TIRE DANS *
004900*     LA MEME ANNEE, LE DEPARTEMENT DE NAISSANCE EST CONSERVE.   *
005000*     LES NAISSANCES DE L'ANNEE EN COURS SONT TIREES ENTRE LE    *
005010*     1ER JANVIER ET LA DATE DU JOUR POUR NE PAS DONNER DE DATE  *
005020*     FUTURE (EFFACEES UN 1ER JANVIER) ; UNE DATE INVALIDE       *
005200*     DEVIENT LE 1ER JANVIER DE SON ANNEE (ZERO SI ANNEE NULLE). *
005300* SI UN TIRAGE REDONNE LA VALEUR D'ORIGINE, UN AUTRE TIRAGE EST  *
005400* FAIT ; APRES B732-MAX-ESSAIS TIRAGES LA ZONE EST EFFACEE.      *
005500* LES CODES PHONETIQUES PERSONPHONETICCD ET                      *
005600* ADDRESSCITYPHONETICCD SONT RECALCULES PAR LE PHONETISEUR DE LA *
005700* MAISON (REGLES DU NOYAU SOCC0710), SUR LE NOM FICTIF ET SUR LA *
005800* VILLE. CODE POSTAL, VILLE, DEPARTEMENT DE NAISSANCE, RANG ET   *
005900* INDICATEURS DE FOYER, COMMERCIALISATEUR, STATUTS ET ESTAMPILLES*
006000* DES PAIRES SONT RECOPIES TELS QUELS ; LES ENTETES ET FINS DE   *
006100* SECTION DE DISTCLI AUSSI.                                      *
006200*                                                                *
006300* CONTROLE : CHAQUE ZONE MASQUEE EST COMPAREE A SA VALEUR DE     *
006400* PRODUCTION DANS LE MEME ENREGISTREMENT. L'ETAT ETAT0732 DONNE  *
006500* PAR ZONE LES VALEURS RENSEIGNEES, REMPLACEES, EFFACEES ET      *
006600* IDENTIQUES A LA PRODUCTION, QUI DOIVENT ETRE A ZERO.           *
006700*                                                                *
006800* PRODUITS :                                                     *
006900*   - PERSANON : EXTRAIT PERSREPO MASQUE, TRIE SUR LE NOUVEL     *
007000*     IDENTIFIANT (CHARGEABLE PAR REPRO DANS PERSVSAM) ;         *
007100*   - DISTANON : DISTCLI MASQUE, DANS L'ORDRE D'ORIGINE ;        *
007200*   - DISPANON : SOCDISPO MASQUE, TRIE SUR LA NOUVELLE CLE, A    *
007300*     RECHARGER PAR REPRO DANS LE KSDS SOCDISPO DE TEST ;        *
007400*   - ETAT0732 : CONTROLE DES ZONES MASQUEES ET TOTAUX.          *
007500*                                                                *
007600* CODE RETOUR 0 : TRAITEMENT NORMAL.                             *
007700* CODE RETOUR 4 : EXTRAIT PERSREPO VIDE.                         *
007800* CODE RETOUR 12 : VALEUR DE PRODUCTION SUBSISTANTE, COPIE A NE  *
007900*                  PAS LIVRER (VOIR ETAT0732).                   *
008000* CODE RETOUR 16 : INCIDENT TECHNIQUE OU CLE ABSENTE.            *
008100*----------------------------------------------------------------*
008200* HISTORIQUE DES MODIFICATIONS                                   *
008300* --------------------------                                     *
008400* 15/10/2026 CRP CREATION - COPIE MASQUEE DE PERSREPO, DISTCLI   *
008500*                ET SOCDISPO POUR LES ENVIRONNEMENTS DE TEST     *
008600*                (REPERE 2704ANON)                               *
008700******************************************************************
008800 ENVIRONMENT DIVISION.
008900 CONFIGURATION SECTION.
009000 SOURCE-COMPUTER. IBM-ENTERPRISE.
009100 OBJECT-COMPUTER. IBM-ENTERPRISE.
009200 SPECIAL-NAMES.
009300     DECIMAL-POINT IS COMMA.
009400 INPUT-OUTPUT SECTION.
009500 FILE-CONTROL.
009600*   *** EXTRAIT SEQUENTIEL DU REFERENTIEL DES PERSONNES
009700     SELECT FPERSREP ASSIGN TO PERSREPO
009800            ORGANIZATION IS SEQUENTIAL
009900            FILE STATUS IS B732-FS-PERSREP.
010000*   *** EXTRAIT MASQUE
010100     SELECT FPERSANO ASSIGN TO PERSANON
010200            ORGANIZATION IS SEQUENTIAL
010300            FILE STATUS IS B732-FS-PERSANO.
010400*   *** STOCK CLIENTS DES DISTRIBUTEURS
010500     SELECT FDISTCLI ASSIGN TO DISTCLI
010600            ORGANIZATION IS SEQUENTIAL
010700            FILE STATUS IS B732-FS-DISTCLI.
010800*   *** STOCK CLIENTS MASQUE
010900     SELECT FDISTANO ASSIGN TO DISTANON
011000            ORGANIZATION IS SEQUENTIAL
011100            FILE STATUS IS B732-FS-DISTANO.
011200*   *** DISPOSITIONS DES PAIRES DE DOUBLONS (KSDS)
011300     SELECT OPTIONAL FDISPO ASSIGN TO SOCDISPO
011400            ORGANIZATION IS INDEXED
011500            ACCESS MODE IS SEQUENTIAL
011600            RECORD KEY IS SDIS-CLE
011700            FILE STATUS IS B732-FS-DISPO.
011800*   *** DISPOSITIONS MASQUEES (A RECHARGER)
011900     SELECT FDISPANO ASSIGN TO DISPANON
012000            ORGANIZATION IS SEQUENTIAL
012100            FILE STATUS IS B732-FS-DISPANO.
012200*   *** ETAT EDITE
012300     SELECT FETAT ASSIGN TO ETAT0732
012400            ORGANIZATION IS SEQUENTIAL
012500            FILE STATUS IS B732-FS-ETAT.
012600*   *** FICHIERS DE TRI
012700     SELECT FTRI1 ASSIGN TO SORTWK01.
012800     SELECT FTRI2 ASSIGN TO SORTWK02.
012900 DATA DIVISION.
013000 FILE SECTION.
013100 FD  FPERSREP
013200     BLOCK CONTAINS 0 RECORDS
013300     RECORD CONTAINS 450 CHARACTERS.
013400     COPY SOCC07PR.
013500 FD  FPERSANO
013600     BLOCK CONTAINS 0 RECORDS
013700     RECORD CONTAINS 450 CHARACTERS.
013800 01  B732-PERSANO                 PIC X(450).
013900 FD  FDISTCLI
014000     BLOCK CONTAINS 0 RECORDS
014100     RECORD CONTAINS 150 CHARACTERS.
014200     COPY SOCC07DC.
014300 FD  FDISTANO
014400     BLOCK CONTAINS 0 RECORDS
014500     RECORD CONTAINS 150 CHARACTERS.
014600 01  B732-DISTANO                 PIC X(150).
014700 FD  FDISPO
014800     RECORD CONTAINS 100 CHARACTERS.
014900     COPY SOCC07DP.
015000 FD  FDISPANO
015100     BLOCK CONTAINS 0 RECORDS
015200     RECORD CONTAINS 100 CHARACTERS.
015300 01  B732-DISPANO                 PIC X(100).
015400 FD  FETAT
015500     BLOCK CONTAINS 0 RECORDS
015600     RECORD CONTAINS 132 CHARACTERS.
015700 01  B732-LIGNE-ETAT              PIC X(132).
015800 SD  FTRI1
015900     RECORD CONTAINS 450 CHARACTERS.
016000 01  TRI1-ENREG.
016100     05 TRI1-PERSONENTITYID       PIC 9(11).
016200     05 FILLER                    PIC X(439).
016300 SD  FTRI2
016400     RECORD CONTAINS 100 CHARACTERS.
016500 01  TRI2-ENREG.
016600     05 TRI2-CLE                  PIC X(22).
016700     05 FILLER                    PIC X(78).
016800 WORKING-STORAGE SECTION.
016900******************************************************************
017000* INDICATEURS ET COMPTEURS                                       *
017100******************************************************************
017200 77  B732-FS-PERSREP           PIC X(02) VALUE SPACES.
017300     88 B732-PERSREP-OK                  VALUE '00'.
017400     88 B732-PERSREP-FIN                 VALUE '10'.
017500 77  B732-FS-PERSANO           PIC X(02) VALUE SPACES.
017600     88 B732-PERSANO-OK                  VALUE '00'.
017700 77  B732-FS-DISTCLI           PIC X(02) VALUE SPACES.
017800     88 B732-DISTCLI-OK                  VALUE '00'.
017900     88 B732-DISTCLI-FIN                 VALUE '10'.
018000 77  B732-FS-DISTANO           PIC X(02) VALUE SPACES.
018100     88 B732-DISTANO-OK                  VALUE '00'.
018200 77  B732-FS-DISPO             PIC X(02) VALUE SPACES.
018300     88 B732-DISPO-OK                    VALUE '00' '05'.
018400     88 B732-DISPO-FIN                   VALUE '10'.
018500     88 B732-DISPO-ABSENT                VALUE '35'.
018600 77  B732-FS-DISPANO           PIC X(02) VALUE SPACES.
018700     88 B732-DISPANO-OK                  VALUE '00'.
018800 77  B732-FS-ETAT              PIC X(02) VALUE SPACES.
018900     88 B732-ETAT-OK                     VALUE '00'.
019000*   *** NOMBRE DE TIRAGES AVANT EFFACEMENT D'UNE ZONE
019100 77  B732-MAX-ESSAIS           PIC 9(02) COMP VALUE 10.
019200 77  B732-NB-PERS-LUES         PIC 9(09) VALUE ZERO.
019300 77  B732-NB-CLI-LUS           PIC 9(09) VALUE ZERO.
019400 77  B732-NB-CLI-MASQUES       PIC 9(09) VALUE ZERO.
019500 77  B732-NB-CLI-SECTIONS      PIC 9(09) VALUE ZERO.
019600 77  B732-NB-PAIRES            PIC 9(09) VALUE ZERO.
019700 77  B732-NB-PHON-NOM          PIC 9(09) VALUE ZERO.
019800 77  B732-NB-PHON-VILLE        PIC 9(09) VALUE ZERO.
019900 77  B732-NB-DATES-INVALIDES   PIC 9(09) VALUE ZERO.
020000 77  B732-NB-REMPLACEES        PIC 9(09) VALUE ZERO.
020100 77  B732-NB-EFFACEES          PIC 9(09) VALUE ZERO.
020200 77  B732-NB-SUBSISTANTES      PIC 9(09) VALUE ZERO.
020300 77  B732-Z                    PIC 9(02) COMP VALUE ZERO.
020400 77  B732-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
020500 77  B732-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
020600 77  B732-DATE-JOUR            PIC 9(08) VALUE ZERO.
020700 01  B732-LIGNE-TRAV           PIC X(132) VALUE SPACES.
020800 01  B732-DATE-SYS.
020900     05 B732-DS-AAMMJJ         PIC 9(06).
021000 01  B732-CARTE-PARM.
021100     05 B732-CP-CLE            PIC X(16).
021200     05 B732-CP-CLE-9 REDEFINES B732-CP-CLE
021300                               PIC 9(16).
021400     05 FILLER                 PIC X(64).
021500******************************************************************
021600* CLE DE MASQUAGE ET GENERATEUR PSEUDO-ALEATOIRE (CONGRUENCES    *
021700* MODULO UN NOMBRE PREMIER)                                      *
021800******************************************************************
021900 77  B732-CLE                  PIC 9(16) VALUE ZERO.
022000 77  B732-GRAINE               PIC 9(09) COMP VALUE ZERO.
022100 77  B732-EMPREINTE            PIC 9(05) VALUE ZERO.
022200 77  B732-ALEA                 PIC 9(09) COMP VALUE ZERO.
022300 77  B732-MODULE               PIC 9(09) COMP VALUE 999999937.
022400 77  B732-PRODUIT              PIC 9(18) COMP VALUE ZERO.
022500 77  B732-QUOTIENT             PIC 9(18) COMP VALUE ZERO.
022600 77  B732-R1                   PIC 9(04) COMP VALUE ZERO.
022700 77  B732-R2                   PIC 9(04) COMP VALUE ZERO.
022800 77  B732-R3                   PIC 9(04) COMP VALUE ZERO.
022900 77  B732-R4                   PIC 9(04) COMP VALUE ZERO.
023000 77  B732-R5                   PIC 9(04) COMP VALUE ZERO.
023100 77  B732-ESSAI                PIC 9(02) COMP VALUE ZERO.
023200 77  B732-K                    PIC 9(02) COMP VALUE ZERO.
023300*   *** DECALAGES PAR POSITION DU CHIFFREMENT DES REFERENCES
023400 01  B732-TB-DECAL.
023500     05 B732-DECAL             PIC 9(09) COMP OCCURS 30 TIMES.
023600******************************************************************
023700* HACHAGE D'UNE VALEUR                                           *
023800******************************************************************
023900 77  B732-HA-ENTREE            PIC X(80) VALUE SPACES.
024000 77  B732-HA-LG                PIC 9(02) COMP VALUE ZERO.
024100 77  B732-HA-SEL               PIC 9(04) COMP VALUE ZERO.
024200 77  B732-HA-VALEUR            PIC 9(09) COMP VALUE ZERO.
024300 77  B732-HA-I                 PIC 9(02) COMP VALUE ZERO.
024400 77  B732-HA-CAR               PIC X(01) VALUE SPACE.
024500 77  B732-HA-CODE              PIC 9(04) COMP VALUE ZERO.
024600 77  B732-ALPHABET             PIC X(40) VALUE
024700     ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.@-'.
024800******************************************************************
024900* CHIFFREMENT DES IDENTIFIANTS ET DES REFERENCES                 *
025000******************************************************************
025100 77  B732-CHIFFRES             PIC X(10) VALUE '0123456789'.
025200 77  B732-MAJUSCULES           PIC X(26) VALUE
025300     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
025400 77  B732-MINUSCULES           PIC X(26) VALUE
025500     'abcdefghijklmnopqrstuvwxyz'.
025600 77  B732-ID-ENTREE            PIC 9(11) VALUE ZERO.
025700 77  B732-ID-SORTIE            PIC 9(11) VALUE ZERO.
025800 77  B732-RF-ENTREE            PIC X(30) VALUE SPACES.
025900 77  B732-RF-SORTIE            PIC X(30) VALUE SPACES.
026000 77  B732-RF-LG                PIC 9(02) COMP VALUE ZERO.
026100 77  B732-RF-I                 PIC 9(02) COMP VALUE ZERO.
026200 77  B732-RF-CAR               PIC X(01) VALUE SPACE.
026300*   *** C=CHIFFRE  M=MAJUSCULE  N=MINUSCULE  BLANC=CONSERVE
026400 77  B732-RF-CLASSE            PIC X(01) VALUE SPACE.
026500 77  B732-RF-RANG              PIC 9(04) COMP VALUE ZERO.
026600 77  B732-RF-NB                PIC 9(02) COMP VALUE ZERO.
026700 77  B732-RF-NB-1              PIC 9(02) COMP VALUE ZERO.
026800 77  B732-RF-DECAL             PIC 9(02) COMP VALUE ZERO.
026900 77  B732-RF-PREC              PIC 9(02) COMP VALUE ZERO.
027000 77  B732-RF-NOUV              PIC 9(02) COMP VALUE ZERO.
027100 77  B732-RF-PREMIER-SW        PIC X(01) VALUE 'N'.
027200     88 B732-RF-PREMIER                  VALUE 'O'.
027300 77  B732-RF-IDENT-SW          PIC X(01) VALUE 'N'.
027400     88 B732-RF-IDENT                    VALUE 'O'.
027500******************************************************************
027600* ZONES DE TRAVAIL DES NOMS, PRENOMS, ADRESSES ET DATES          *
027700******************************************************************
027800 77  B732-NM-ENTREE            PIC X(50) VALUE SPACES.
027900 77  B732-NM-SORTIE            PIC X(50) VALUE SPACES.
028000 77  B732-PN-ENTREE            PIC X(30) VALUE SPACES.
028100 77  B732-PN-SORTIE            PIC X(30) VALUE SPACES.
028200 77  B732-PN-PTR               PIC 9(02) COMP VALUE ZERO.
028300 77  B732-M                    PIC 9(02) COMP VALUE ZERO.
028400 77  B732-MOT-SORTIE           PIC X(10) VALUE SPACES.
028500 01  B732-TB-MOTS.
028600     05 B732-MOT               PIC X(30) OCCURS 6 TIMES.
028700 77  B732-RU-ENTREE            PIC X(38) VALUE SPACES.
028800 77  B732-RU-SORTIE            PIC X(38) VALUE SPACES.
028900 77  B732-RU-NUM               PIC ZZ9.
029000 77  B732-TE-ENTREE            PIC X(15) VALUE SPACES.
029100 77  B732-TE-SORTIE            PIC X(15) VALUE SPACES.
029200 77  B732-TE-I                 PIC 9(02) COMP VALUE ZERO.
029300 77  B732-TE-NB                PIC 9(02) COMP VALUE ZERO.
029400 77  B732-EM-ENTREE            PIC X(80) VALUE SPACES.
029500 77  B732-EM-SORTIE            PIC X(80) VALUE SPACES.
029600 77  B732-EM-NN                PIC 9(02) VALUE ZERO.
029700 01  B732-DN-DATE.
029800     05 B732-DN-AAAA           PIC 9(04).
029900     05 B732-DN-MM             PIC 9(02).
030000     05 B732-DN-JJ             PIC 9(02).
030100 01  B732-DN-DATE-9 REDEFINES B732-DN-DATE
030200                               PIC 9(08).
030300 77  B732-DN-SORTIE            PIC 9(08) VALUE ZERO.
030400 77  B732-DN-NBJ               PIC 9(03) COMP VALUE ZERO.
030500 77  B732-DN-NBJ-1             PIC 9(03) COMP VALUE ZERO.
030600 77  B732-DN-QUANT             PIC 9(03) COMP VALUE ZERO.
030700 77  B732-DN-DECAL             PIC 9(03) COMP VALUE ZERO.
030800 77  B732-DN-DEBUT             PIC 9(03) COMP VALUE ZERO.
030900 77  B732-DN-JMAX              PIC 9(02) COMP VALUE ZERO.
031000 77  B732-DN-M                 PIC 9(02) COMP VALUE ZERO.
031100 77  B732-DN-R4                PIC 9(04) COMP VALUE ZERO.
031200 77  B732-DN-R100              PIC 9(04) COMP VALUE ZERO.
031300 77  B732-DN-R400              PIC 9(04) COMP VALUE ZERO.
031400 77  B732-DN-ANNEE-JOUR        PIC 9(04) VALUE ZERO.
031410 77  B732-DN-QUANT-JOUR        PIC 9(03) COMP VALUE ZERO.
031500 77  B732-DN-BISSEXT-SW        PIC X(01) VALUE 'N'.
031600     88 B732-DN-BISSEXTILE               VALUE 'O'.
031700 77  B732-DN-VALIDE-SW         PIC X(01) VALUE 'N'.
031800     88 B732-DN-VALIDE                   VALUE 'O'.
031900 77  B732-DN-TROUVE-SW         PIC X(01) VALUE 'N'.
032000     88 B732-DN-TROUVE                   VALUE 'O'.
032100*   *** JOURS ECOULES AVANT CHAQUE MOIS ET JOURS DU MOIS (ANNEE
032200*   *** NON BISSEXTILE)
032300 01  B732-CUMULS-VAL.
032400     05 FILLER                 PIC X(36) VALUE
032500        '000031059090120151181212243273304334'.
032600 01  B732-CUMULS REDEFINES B732-CUMULS-VAL.
032700     05 B732-CUMUL             PIC 9(03) OCCURS 12 TIMES.
032800 01  B732-JOURS-MOIS-VAL.
032900     05 FILLER                 PIC X(24) VALUE
033000        '312831303130313130313031'.
033100 01  B732-JOURS-MOIS REDEFINES B732-JOURS-MOIS-VAL.
033200     05 B732-JOURS             PIC 9(02) OCCURS 12 TIMES.
033300******************************************************************
033400* TABLES DES VALEURS FICTIVES                                    *
033500******************************************************************
033600*   *** SYLLABES DES NOMS FICTIFS (32 X 32 NOMS)
033700 01  B732-PREFIXES-VAL.
033800     05 FILLER                 PIC X(48) VALUE
033900        'BERMARDURLEFGARROUBONCHAFOUGIRLAVMORPERRIVSALTES'.
034000     05 FILLER                 PIC X(48) VALUE
034100        'VALBRUCOLDELFABGAUHENJOLLABMENNAVPICRAMSORTARVER'.
034200 01  B732-PREFIXES REDEFINES B732-PREFIXES-VAL.
034300     05 B732-PREFIXE           PIC X(03) OCCURS 32 TIMES.
034400 01  B732-SUFFIXES-VAL.
034500     05 FILLER                 PIC X(40) VALUE
034600        'ARD  IN   AUD  EAU  OT   ET   IER  AND  '.
034700     05 FILLER                 PIC X(40) VALUE
034800        'ON   ONNETELLE AULT ENS  OUX  IERE ANT  '.
034900     05 FILLER                 PIC X(40) VALUE
035000        'EL   ERT  IGNY OIS  ARON ILLE AC   EUX  '.
035100     05 FILLER                 PIC X(40) VALUE
035200        'AT   ESSE OLLE ERON ANGE OUIN ILLONARDE '.
035300 01  B732-SUFFIXES REDEFINES B732-SUFFIXES-VAL.
035400     05 B732-SUFFIXE           PIC X(05) OCCURS 32 TIMES.
035500*   *** PRENOMS FICTIFS (64)
035600 01  B732-PRENOMS-VAL.
035700     05 FILLER                 PIC X(40) VALUE
035800        'JEAN      MARIE     PIERRE    ANNE      '.
035900     05 FILLER                 PIC X(40) VALUE
036000        'MICHEL    SOPHIE    ALAIN     NATHALIE  '.
036100     05 FILLER                 PIC X(40) VALUE
036200        'PHILIPPE  ISABELLE  NICOLAS   CATHERINE '.
036300     05 FILLER                 PIC X(40) VALUE
036400        'FRANCOIS  SYLVIE    LAURENT   MONIQUE   '.
036500     05 FILLER                 PIC X(40) VALUE
036600        'ERIC      CHRISTINE OLIVIER   VALERIE   '.
036700     05 FILLER                 PIC X(40) VALUE
036800        'THIERRY   SANDRINE  PATRICK   CELINE    '.
036900     05 FILLER                 PIC X(40) VALUE
037000        'DANIEL    JULIE     BERNARD   AURELIE   '.
037100     05 FILLER                 PIC X(40) VALUE
037200        'CHRISTIAN MARTINE   STEPHANE  EMILIE    '.
037300     05 FILLER                 PIC X(40) VALUE
037400        'DAVID     CAROLINE  FREDERIC  ELODIE    '.
037500     05 FILLER                 PIC X(40) VALUE
037600        'SEBASTIEN CLAIRE    JULIEN    HELENE    '.
037700     05 FILLER                 PIC X(40) VALUE
037800        'THOMAS    CAMILLE   ANTOINE   LAURA     '.
037900     05 FILLER                 PIC X(40) VALUE
038000        'ALEXANDRE PAULINE   GUILLAUME MANON     '.
038100     05 FILLER                 PIC X(40) VALUE
038200        'VINCENT   LEA       HUGO      CHLOE     '.
038300     05 FILLER                 PIC X(40) VALUE
038400        'LUCAS     EMMA      LOUIS     SARAH     '.
038500     05 FILLER                 PIC X(40) VALUE
038600        'GABRIEL   INES      ARTHUR    JEANNE    '.
038700     05 FILLER                 PIC X(40) VALUE
038800        'PAUL      LOUISE    RAPHAEL   ALICE     '.
038900 01  B732-PRENOMS REDEFINES B732-PRENOMS-VAL.
039000     05 B732-PRENOM            PIC X(10) OCCURS 64 TIMES.
039100*   *** TYPES ET NOMS DE VOIES FICTIFS (8 ET 32)
039200 01  B732-VOIES-VAL.
039300     05 FILLER                 PIC X(40) VALUE
039400        'RUE       AVENUE    ALLEE     CHEMIN    '.
039500     05 FILLER                 PIC X(40) VALUE
039600        'BOULEVARD IMPASSE   PLACE     ROUTE     '.
039700 01  B732-VOIES REDEFINES B732-VOIES-VAL.
039800     05 B732-VOIE              PIC X(10) OCCURS 8 TIMES.
039900 01  B732-RUES-VAL.
040000     05 FILLER                 PIC X(40) VALUE
040100        'DES LILAS           DU MOULIN           '.
040200     05 FILLER                 PIC X(40) VALUE
040300        'VICTOR HUGO         DE LA GARE          '.
040400     05 FILLER                 PIC X(40) VALUE
040500        'DES ECOLES          JEAN JAURES         '.
040600     05 FILLER                 PIC X(40) VALUE
040700        'DU CHATEAU          DES TILLEULS        '.
040800     05 FILLER                 PIC X(40) VALUE
040900        'PASTEUR             DE LA MAIRIE        '.
041000     05 FILLER                 PIC X(40) VALUE
041100        'DES ROSIERS         DU STADE            '.
041200     05 FILLER                 PIC X(40) VALUE
041300        'DE LA FONTAINE      DES PEUPLIERS       '.
041400     05 FILLER                 PIC X(40) VALUE
041500        'GAMBETTA            DU PORT             '.
041600     05 FILLER                 PIC X(40) VALUE
041700        'DES ACACIAS         DE LA PAIX          '.
041800     05 FILLER                 PIC X(40) VALUE
041900        'DU MARCHE           DES VIGNES          '.
042000     05 FILLER                 PIC X(40) VALUE
042100        'SAINT MARTIN        DE LA POSTE         '.
042200     05 FILLER                 PIC X(40) VALUE
042300        'DES CHENES          DU LAVOIR           '.
042400     05 FILLER                 PIC X(40) VALUE
042500        'DE LA LIBERTE       DES PRES            '.
042600     05 FILLER                 PIC X(40) VALUE
042700        'DU PARC             JULES FERRY         '.
042800     05 FILLER                 PIC X(40) VALUE
042900        'DES SAULES          DU CANAL            '.
043000     05 FILLER                 PIC X(40) VALUE
043100        'DE LA FORGE         DES BLEUETS         '.
043200 01  B732-RUES REDEFINES B732-RUES-VAL.
043300     05 B732-RUE               PIC X(20) OCCURS 32 TIMES.
043400*   *** DOMAINES DE MESSAGERIE RESERVES AUX EXEMPLES (4)
043500 01  B732-DOMAINES-VAL.
043600     05 FILLER                 PIC X(48) VALUE
043700        'EXAMPLE.COM EXAMPLE.NET EXAMPLE.ORG EXEMPLE.TEST'.
043800 01  B732-DOMAINES REDEFINES B732-DOMAINES-VAL.
043900     05 B732-DOMAINE           PIC X(12) OCCURS 4 TIMES.
044000******************************************************************
044100* ZONES MASQUEES CONTROLEES : FICHIER ET LIBELLE. LE RANG DANS   *
044200* LA TABLE EST CELUI UTILISE PAR LES PARAGRAPHES DE CONTROLE     *
044300******************************************************************
044400 01  B732-ZONES-VAL.
044500     05 FILLER                 PIC X(40) VALUE
044600        'PERSREPOIDENTIFIANT PERSONNE'.
044700     05 FILLER                 PIC X(40) VALUE
044800        'PERSREPONOM D''USAGE'.
044900     05 FILLER                 PIC X(40) VALUE
045000        'PERSREPOPRENOMS'.
045100     05 FILLER                 PIC X(40) VALUE
045200        'PERSREPODATE DE NAISSANCE'.
045300     05 FILLER                 PIC X(40) VALUE
045400        'PERSREPOLIGNE RUE'.
045500     05 FILLER                 PIC X(40) VALUE
045600        'PERSREPOTELEPHONE'.
045700     05 FILLER                 PIC X(40) VALUE
045800        'PERSREPOADRESSE MAIL'.
045900     05 FILLER                 PIC X(40) VALUE
046000        'PERSREPOEXTERNALVA'.
046100     05 FILLER                 PIC X(40) VALUE
046200        'PERSREPOFOYER'.
046300     05 FILLER                 PIC X(40) VALUE
046400        'PERSREPOREFERENCE DISTRIBUTEUR'.
046500     05 FILLER                 PIC X(40) VALUE
046600        'PERSREPOTRADINGINFOID'.
046700     05 FILLER                 PIC X(40) VALUE
046800        'PERSREPOTWFOCID'.
046900     05 FILLER                 PIC X(40) VALUE
047000        'PERSREPOREFERENCE CONTRAT PRODUCTEUR'.
047100     05 FILLER                 PIC X(40) VALUE
047200        'DISTCLI REFERENCE DISTRIBUTEUR'.
047300     05 FILLER                 PIC X(40) VALUE
047400        'DISTCLI NOM'.
047500     05 FILLER                 PIC X(40) VALUE
047600        'DISTCLI PRENOM'.
047700     05 FILLER                 PIC X(40) VALUE
047800        'DISTCLI DATE DE NAISSANCE'.
047900     05 FILLER                 PIC X(40) VALUE
048000        'SOCDISPOPREMIER IDENTIFIANT DE LA PAIRE'.
048100     05 FILLER                 PIC X(40) VALUE
048200        'SOCDISPOSECOND IDENTIFIANT DE LA PAIRE'.
048300 01  B732-ZONES REDEFINES B732-ZONES-VAL.
048400     05 B732-ZO-ENT            OCCURS 19 TIMES.
048500        10 B732-ZO-FICHIER     PIC X(08).
048600        10 B732-ZO-LIBELLE     PIC X(32).
048700 77  B732-NB-ZONES             PIC 9(02) COMP VALUE 19.
048800*   *** COMPTEURS PAR ZONE
048900 01  B732-CPT-ZONES.
049000     05 B732-CZ-ENT            OCCURS 19 TIMES.
049100        10 B732-CZ-RENSEIGNEES PIC 9(09).
049200        10 B732-CZ-REMPLACEES  PIC 9(09).
049300        10 B732-CZ-EFFACEES    PIC 9(09).
049400        10 B732-CZ-IDENTIQUES  PIC 9(09).
049500*   *** VALEURS COMPAREES
049600 77  B732-CMP-AVANT            PIC X(80) VALUE SPACES.
049700 77  B732-CMP-APRES            PIC X(80) VALUE SPACES.
049800 77  B732-CMP-NB               PIC 9(02) COMP VALUE ZERO.
049900******************************************************************
050000* ZONES DE LA PHONETISATION INTERNE (REGLES DU NOYAU SOCC0710)   *
050100* ET DE LA NORMALISATION DES NOMS                                *
050200******************************************************************
050300 77  B732-PHON-ENTREE          PIC X(50) VALUE SPACES.
050400 77  B732-PHON-TRAV            PIC X(50) VALUE SPACES.
050500 77  B732-PHON-SORTIE          PIC X(10) VALUE SPACES.
050600 77  B732-PH-I                 PIC 9(2) COMP VALUE ZERO.
050700 77  B732-PH-J                 PIC 9(2) COMP VALUE ZERO.
050800 77  B732-PH-CAR               PIC X(01) VALUE SPACE.
050900 77  B732-PH-PREC              PIC X(01) VALUE SPACE.
051000 77  B732-NORM-ENTREE          PIC X(50) VALUE SPACES.
051100 77  B732-NORM-SORTIE          PIC X(50) VALUE SPACES.
051200******************************************************************
051300* ENREGISTREMENTS MASQUES                                        *
051400******************************************************************
051500     COPY SOCC07PR REPLACING LEADING ==PREPO== BY ==MPER==.
051600     COPY SOCC07DC REPLACING LEADING ==SDCL== BY ==MCLI==.
051700     COPY SOCC07DP REPLACING LEADING ==SDIS== BY ==MDIS==.
051800******************************************************************
051900* LIGNES D'EDITION                                               *
052000******************************************************************
052100 01  B732-LE-ENTETE1.
052200     05 FILLER                 PIC X(10) VALUE 'SOCB0732'.
052300     05 FILLER                 PIC X(30) VALUE
052400        'CTLM BANQUE - SERV0002'.
052500     05 FILLER                 PIC X(46) VALUE
052600        'COPIE MASQUEE DES DONNEES PERSONNES'.
052700     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
052800     05 B732-LE-DATE-EDIT      PIC 9(08).
052900     05 FILLER                 PIC X(12) VALUE '      PAGE'.
053000     05 B732-LE-PAGE           PIC ZZ9.
053100     05 FILLER                 PIC X(12) VALUE SPACES.
053200 01  B732-LE-TITRE-I.
053300     05 FILLER                 PIC X(132) VALUE
053400        'I. CONTROLE DES ZONES MASQUEES'.
053500 01  B732-LE-LEGENDE1.
053600     05 FILLER                 PIC X(43) VALUE
053700        '   CHAQUE ZONE EST COMPAREE A SA VALEUR DE '.
053800     05 FILLER                 PIC X(89) VALUE
053900        'PRODUCTION DANS LE MEME ENREGISTREMENT.'.
054000 01  B732-LE-LEGENDE2.
054100     05 FILLER                 PIC X(44) VALUE
054200        '   LA COLONNE IDENTIQUES DOIT ETRE A ZERO ; '.
054300     05 FILLER                 PIC X(88) VALUE
054400        'LES ZONES EFFACEES NE PORTENT PLUS AUCUNE VALEUR.'.
054500 01  B732-LE-COLONNES.
054600     05 FILLER                 PIC X(10) VALUE 'FICHIER'.
054700     05 FILLER                 PIC X(34) VALUE 'ZONE MASQUEE'.
054800     05 FILLER                 PIC X(12) VALUE ' RENSEIGNEES'.
054900     05 FILLER                 PIC X(12) VALUE '  REMPLACEES'.
055000     05 FILLER                 PIC X(12) VALUE '    EFFACEES'.
055100     05 FILLER                 PIC X(12) VALUE '  IDENTIQUES'.
055200     05 FILLER                 PIC X(40) VALUE '  CONTROLE'.
055300 01  B732-LE-ZONE.
055400     05 B732-LZ-FICHIER        PIC X(08).
055500     05 FILLER                 PIC X(02) VALUE SPACES.
055600     05 B732-LZ-LIBELLE        PIC X(32).
055700     05 FILLER                 PIC X(05) VALUE SPACES.
055800     05 B732-LZ-RENSEIGNEES    PIC ZZZZZZZZ9.
055900     05 FILLER                 PIC X(03) VALUE SPACES.
056000     05 B732-LZ-REMPLACEES     PIC ZZZZZZZZ9.
056100     05 FILLER                 PIC X(03) VALUE SPACES.
056200     05 B732-LZ-EFFACEES       PIC ZZZZZZZZ9.
056300     05 FILLER                 PIC X(03) VALUE SPACES.
056400     05 B732-LZ-IDENTIQUES     PIC ZZZZZZZZ9.
056500     05 FILLER                 PIC X(02) VALUE SPACES.
056600     05 B732-LZ-CONTROLE       PIC X(12).
056700     05 FILLER                 PIC X(26) VALUE SPACES.
056800 01  B732-LE-CONCLUSION.
056900     05 FILLER                 PIC X(03) VALUE SPACES.
057000     05 B732-LCL-TEXTE         PIC X(129).
057100 01  B732-LE-SUBSISTANTES.
057200     05 FILLER                 PIC X(16) VALUE
057300        '   CONCLUSION : '.
057400     05 B732-LSU-NB            PIC ZZZZZZZZ9.
057500     05 FILLER                 PIC X(40) VALUE
057600        ' VALEUR(S) DE PRODUCTION SUBSISTANTE(S)'.
057700     05 FILLER                 PIC X(67) VALUE
057800        ' - COPIE MASQUEE A NE PAS LIVRER'.
057900 01  B732-LE-TITRE-II.
058000     05 FILLER                 PIC X(132) VALUE
058100        'II. TOTAUX'.
058200 01  B732-LE-COMPTE.
058300     05 FILLER                 PIC X(03) VALUE SPACES.
058400     05 B732-LC-LIBELLE        PIC X(40).
058500     05 B732-LC-NB             PIC ZZZZZZZZ9.
058600     05 FILLER                 PIC X(80) VALUE SPACES.
058700 01  B732-LE-SEPARATION        PIC X(132) VALUE SPACES.
058800******************************************************************
058900* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
059000******************************************************************
059100     COPY SOCC07SU.
059200 PROCEDURE DIVISION.
059300******************************************************************
059400* 0000 - ENCHAINEMENT : MASQUAGE DES PERSONNES (TRIEES SUR LE    *
059500*        NOUVEL IDENTIFIANT), DES CLIENTS DISTRIBUTEURS, DES     *
059600*        PAIRES DE DOUBLONS (TRIEES SUR LA NOUVELLE CLE), ETAT   *
059700******************************************************************
059800 0000-MAINLINE.
059900     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
060000     PERFORM 1000-INITIALISATION THRU 1000-EXIT
060100     SORT FTRI1
060200          ON ASCENDING KEY TRI1-PERSONENTITYID
060300          INPUT PROCEDURE IS 2000-LIBERER-PERSONNES
060400                        THRU 2090-LIBERER-FIN
060500          GIVING FPERSANO
060600     IF SORT-RETURN NOT = ZERO
060700        DISPLAY 'SOCB0732 - TRI DES PERSONNES EN ANOMALIE'
060800        GO TO 9999-ABANDON
060900     END-IF
061000     PERFORM 3000-MASQUER-DISTCLI THRU 3000-EXIT
061100     SORT FTRI2
061200          ON ASCENDING KEY TRI2-CLE
061300          INPUT PROCEDURE IS 4000-LIBERER-PAIRES
061400                        THRU 4090-LIBERER-FIN
061500          GIVING FDISPANO
061600     IF SORT-RETURN NOT = ZERO
061700        DISPLAY 'SOCB0732 - TRI DES PAIRES EN ANOMALIE'
061800        GO TO 9999-ABANDON
061900     END-IF
062000     PERFORM 5000-EDITER-CONTROLE THRU 5000-EXIT
062100     PERFORM 5900-TERMINER THRU 5900-EXIT
062200     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
062300     GOBACK.
062400******************************************************************
062500* 1000 - INITIALISATION : CARTE PARAMETRE ET PREPARATION DE LA   *
062600*        CLE                                                     *
062700******************************************************************
062800 1000-INITIALISATION.
062900     ACCEPT B732-DATE-SYS FROM DATE
063000     COMPUTE B732-DATE-JOUR = 20000000 + B732-DS-AAMMJJ
063100     MOVE SPACES TO B732-CARTE-PARM
063200     ACCEPT B732-CARTE-PARM
063300     IF B732-CP-CLE-9 NUMERIC
063400        MOVE B732-CP-CLE-9 TO B732-CLE
063500     END-IF
063600     IF B732-CLE = ZERO
063700        DISPLAY 'SOCB0732 - CLE DE MASQUAGE ABSENTE OU NON'
063800                ' NUMERIQUE SUR LA CARTE PARAMETRE'
063900        GO TO 9999-ABANDON
064000     END-IF
064100     MOVE SPACES TO B732-CARTE-PARM
064200     INITIALIZE B732-CPT-ZONES
064300     MOVE B732-DATE-JOUR TO B732-DN-DATE
064400     MOVE B732-DN-AAAA TO B732-DN-ANNEE-JOUR
064410     PERFORM 7820-CALCULER-QUANTIEME THRU 7820-EXIT
064420     MOVE B732-DN-QUANT TO B732-DN-QUANT-JOUR
064500     PERFORM 1100-PREPARER-CLE THRU 1100-EXIT.
064600 1000-EXIT.
064700     EXIT.
064800******************************************************************
064900* 1100 - GRAINE (HACHAGE DE LA CLE), EMPREINTE EDITEE ET         *
065000*        DECALAGES PAR POSITION DU CHIFFREMENT DES REFERENCES    *
065100******************************************************************
065200 1100-PREPARER-CLE.
065300     MOVE ZERO TO B732-GRAINE
065400     MOVE B732-CLE TO B732-HA-ENTREE
065500     MOVE 16 TO B732-HA-LG
065600     MOVE ZERO TO B732-HA-SEL
065700     PERFORM 7000-HACHER THRU 7000-EXIT
065800     MOVE B732-HA-VALEUR TO B732-GRAINE
065900     MOVE 9999 TO B732-HA-SEL
066000     PERFORM 7000-HACHER THRU 7000-EXIT
066100     DIVIDE B732-HA-VALEUR BY 100000 GIVING B732-QUOTIENT
066200            REMAINDER B732-EMPREINTE
066300     MOVE ZERO TO B732-CLE
066400     MOVE SPACES TO B732-HA-ENTREE
066500     MOVE B732-GRAINE TO B732-ALEA
066600     PERFORM 1110-TIRER-DECALAGE THRU 1110-EXIT
066700         VARYING B732-RF-I FROM 1 BY 1
066800         UNTIL B732-RF-I > 30.
066900 1100-EXIT.
067000     EXIT.
067100 1110-TIRER-DECALAGE.
067200     PERFORM 7050-ALEA-SUIVANT THRU 7050-EXIT
067300     MOVE B732-ALEA TO B732-DECAL (B732-RF-I).
067400 1110-EXIT.
067500     EXIT.
067600******************************************************************
067700* 2000 - PROCEDURE D'ENTREE DU TRI DES PERSONNES : MASQUAGE ET   *
067800*        CONTROLE DE CHAQUE PERSONNE                             *
067900******************************************************************
068000 2000-LIBERER-PERSONNES.
068100     OPEN INPUT FPERSREP
068200     IF NOT B732-PERSREP-OK
068300        DISPLAY 'SOCB0732 - OUVERTURE PERSREPO KO FS='
068400                B732-FS-PERSREP
068500        GO TO 9999-ABANDON
068600     END-IF
068700     PERFORM 2010-MASQUER-PERSONNE THRU 2010-EXIT
068800         UNTIL B732-PERSREP-FIN
068900     CLOSE FPERSREP
069000     GO TO 2090-LIBERER-FIN.
069100 2000-EXIT.
069200     EXIT.
069300 2010-MASQUER-PERSONNE.
069400     READ FPERSREP
069500     IF B732-PERSREP-FIN
069600        GO TO 2010-EXIT
069700     END-IF
069800     IF NOT B732-PERSREP-OK
069900        DISPLAY 'SOCB0732 - LECTURE PERSREPO KO FS='
070000                B732-FS-PERSREP
070100        GO TO 9999-ABANDON
070200     END-IF
070300     ADD 1 TO B732-NB-PERS-LUES
070400     MOVE PREPO-ENREG TO MPER-ENREG
070500*    IDENTIFIANTS
070600     MOVE PREPO-PERSONENTITYID TO B732-ID-ENTREE
070700     PERFORM 7100-MASQUER-IDENT THRU 7100-EXIT
070800     MOVE B732-ID-SORTIE TO MPER-PERSONENTITYID
070900     MOVE PREPO-FOYERID TO B732-ID-ENTREE
071000     PERFORM 7100-MASQUER-IDENT THRU 7100-EXIT
071100     MOVE B732-ID-SORTIE TO MPER-FOYERID
071200     MOVE PREPO-TRADINGINFOID TO B732-ID-ENTREE
071300     PERFORM 7100-MASQUER-IDENT THRU 7100-EXIT
071400     MOVE B732-ID-SORTIE TO MPER-TRADINGINFOID
071500*    REFERENCES
071600     MOVE PREPO-EXTERNALVA TO B732-RF-ENTREE
071700     MOVE 20 TO B732-RF-LG
071800     PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
071900     MOVE B732-RF-SORTIE TO MPER-EXTERNALVA
072000     MOVE PREPO-TRADEREXTREFID TO B732-RF-ENTREE
072100     MOVE 20 TO B732-RF-LG
072200     PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
072300     MOVE B732-RF-SORTIE TO MPER-TRADEREXTREFID
072400     MOVE PREPO-TWFOCID TO B732-RF-ENTREE
072500     MOVE 10 TO B732-RF-LG
072600     PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
072700     MOVE B732-RF-SORTIE TO MPER-TWFOCID
072800     MOVE PREPO-PRODUCERREFCONTCD TO B732-RF-ENTREE
072900     MOVE 27 TO B732-RF-LG
073000     PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
073100     MOVE B732-RF-SORTIE TO MPER-PRODUCERREFCONTCD
073200*    IDENTITE ET CODE PHONETIQUE DU NOM
073300     MOVE PREPO-PERSONUSAGENAMELB TO B732-NM-ENTREE
073400     PERFORM 7300-MASQUER-NOM THRU 7300-EXIT
073500     MOVE B732-NM-SORTIE TO MPER-PERSONUSAGENAMELB
073600     MOVE SPACES TO MPER-PERSONPHONETICCD
073700     IF MPER-PERSONUSAGENAMELB NOT = SPACES
073800        MOVE MPER-PERSONUSAGENAMELB TO B732-PHON-ENTREE
073900        PERFORM 8000-PHONETISER THRU 8000-EXIT
074000        MOVE B732-PHON-SORTIE TO MPER-PERSONPHONETICCD
074100        ADD 1 TO B732-NB-PHON-NOM
074200     END-IF
074300     MOVE PREPO-BIRTHFORENAMELB TO B732-PN-ENTREE
074400     PERFORM 7400-MASQUER-PRENOMS THRU 7400-EXIT
074500     MOVE B732-PN-SORTIE TO MPER-BIRTHFORENAMELB
074600     MOVE PREPO-PERSONBIRTHDT TO B732-DN-DATE
074700     PERFORM 7800-DECALER-NAISSANCE THRU 7800-EXIT
074800     MOVE B732-DN-SORTIE TO MPER-PERSONBIRTHDT
074900*    ADRESSE ET CODE PHONETIQUE DE LA VILLE
075000     MOVE PREPO-ADDRESS4STREETLB TO B732-RU-ENTREE
075100     PERFORM 7500-MASQUER-RUE THRU 7500-EXIT
075200     MOVE B732-RU-SORTIE TO MPER-ADDRESS4STREETLB
075300     MOVE SPACES TO MPER-ADDRESSCITYPHONETICCD
075400     IF MPER-ADDRESSCITYLB NOT = SPACES
075500        MOVE MPER-ADDRESSCITYLB TO B732-PHON-ENTREE
075600        PERFORM 8000-PHONETISER THRU 8000-EXIT
075700        MOVE B732-PHON-SORTIE TO MPER-ADDRESSCITYPHONETICCD
075800        ADD 1 TO B732-NB-PHON-VILLE
075900     END-IF
076000     MOVE PREPO-ADDRESSPH TO B732-TE-ENTREE
076100     PERFORM 7600-MASQUER-TELEPHONE THRU 7600-EXIT
076200     MOVE B732-TE-SORTIE TO MPER-ADDRESSPH
076300     MOVE PREPO-ADDRESSMAILLB TO B732-EM-ENTREE
076400     PERFORM 7700-MASQUER-MAIL THRU 7700-EXIT
076500     MOVE B732-EM-SORTIE TO MPER-ADDRESSMAILLB
076600     PERFORM 2020-CONTROLER-PERSONNE THRU 2020-EXIT
076700     MOVE MPER-ENREG TO TRI1-ENREG
076800     RELEASE TRI1-ENREG.
076900 2010-EXIT.
077000     EXIT.
077100******************************************************************
077200* 2020 - CONTROLE DES ZONES MASQUEES D'UNE PERSONNE (RANGS 1 A   *
077300*        13 DE LA TABLE B732-ZONES)                              *
077400******************************************************************
077500 2020-CONTROLER-PERSONNE.
077600     MOVE PREPO-PERSONENTITYID TO B732-CMP-AVANT
077700     MOVE MPER-PERSONENTITYID TO B732-CMP-APRES
077800     MOVE 1 TO B732-Z
077900     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
078000     MOVE PREPO-PERSONUSAGENAMELB TO B732-CMP-AVANT
078100     MOVE MPER-PERSONUSAGENAMELB TO B732-CMP-APRES
078200     MOVE 2 TO B732-Z
078300     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
078400     MOVE PREPO-BIRTHFORENAMELB TO B732-CMP-AVANT
078500     MOVE MPER-BIRTHFORENAMELB TO B732-CMP-APRES
078600     MOVE 3 TO B732-Z
078700     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
078800     MOVE PREPO-PERSONBIRTHDT TO B732-CMP-AVANT
078900     MOVE MPER-PERSONBIRTHDT TO B732-CMP-APRES
079000     MOVE 4 TO B732-Z
079100     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
079200     MOVE PREPO-ADDRESS4STREETLB TO B732-CMP-AVANT
079300     MOVE MPER-ADDRESS4STREETLB TO B732-CMP-APRES
079400     MOVE 5 TO B732-Z
079500     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
079600     MOVE PREPO-ADDRESSPH TO B732-CMP-AVANT
079700     MOVE MPER-ADDRESSPH TO B732-CMP-APRES
079800     MOVE 6 TO B732-Z
079900     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
080000     MOVE PREPO-ADDRESSMAILLB TO B732-CMP-AVANT
080100     MOVE MPER-ADDRESSMAILLB TO B732-CMP-APRES
080200     MOVE 7 TO B732-Z
080300     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
080400     MOVE PREPO-EXTERNALVA TO B732-CMP-AVANT
080500     MOVE MPER-EXTERNALVA TO B732-CMP-APRES
080600     MOVE 8 TO B732-Z
080700     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
080800     MOVE PREPO-FOYERID TO B732-CMP-AVANT
080900     MOVE MPER-FOYERID TO B732-CMP-APRES
081000     MOVE 9 TO B732-Z
081100     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
081200     MOVE PREPO-TRADEREXTREFID TO B732-CMP-AVANT
081300     MOVE MPER-TRADEREXTREFID TO B732-CMP-APRES
081400     MOVE 10 TO B732-Z
081500     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
081600     MOVE PREPO-TRADINGINFOID TO B732-CMP-AVANT
081700     MOVE MPER-TRADINGINFOID TO B732-CMP-APRES
081800     MOVE 11 TO B732-Z
081900     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
082000     MOVE PREPO-TWFOCID TO B732-CMP-AVANT
082100     MOVE MPER-TWFOCID TO B732-CMP-APRES
082200     MOVE 12 TO B732-Z
082300     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
082400     MOVE PREPO-PRODUCERREFCONTCD TO B732-CMP-AVANT
082500     MOVE MPER-PRODUCERREFCONTCD TO B732-CMP-APRES
082600     MOVE 13 TO B732-Z
082700     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT.
082800 2020-EXIT.
082900     EXIT.
083000 2090-LIBERER-FIN.
083100     EXIT.
083200******************************************************************
083300* 3000 - MASQUAGE DU STOCK CLIENTS DES DISTRIBUTEURS : LES       *
083400*        ENTETES ET FINS DE SECTION SONT RECOPIES, LES CLIENTS   *
083500*        MASQUES ET CONTROLES (RANGS 14 A 17)                    *
083600******************************************************************
083700 3000-MASQUER-DISTCLI.
083800     OPEN INPUT FDISTCLI
083900     IF NOT B732-DISTCLI-OK
084000        DISPLAY 'SOCB0732 - OUVERTURE DISTCLI KO FS='
084100                B732-FS-DISTCLI
084200        GO TO 9999-ABANDON
084300     END-IF
084400     OPEN OUTPUT FDISTANO
084500     IF NOT B732-DISTANO-OK
084600        DISPLAY 'SOCB0732 - OUVERTURE DISTANON KO FS='
084700                B732-FS-DISTANO
084800        GO TO 9999-ABANDON
084900     END-IF
085000     PERFORM 3010-MASQUER-CLIENT THRU 3010-EXIT
085100         UNTIL B732-DISTCLI-FIN
085200     CLOSE FDISTCLI
085300     CLOSE FDISTANO.
085400 3000-EXIT.
085500     EXIT.
085600 3010-MASQUER-CLIENT.
085700     READ FDISTCLI
085800     IF B732-DISTCLI-FIN
085900        GO TO 3010-EXIT
086000     END-IF
086100     IF NOT B732-DISTCLI-OK
086200        DISPLAY 'SOCB0732 - LECTURE DISTCLI KO FS='
086300                B732-FS-DISTCLI
086400        GO TO 9999-ABANDON
086500     END-IF
086600     ADD 1 TO B732-NB-CLI-LUS
086700     MOVE SDCL-ENREG TO MCLI-ENREG
086800     IF SDCL-TYPE-ENTETE
086900     OR SDCL-TYPE-FIN
087000        ADD 1 TO B732-NB-CLI-SECTIONS
087100        GO TO 3010-ECRIRE
087200     END-IF
087300     ADD 1 TO B732-NB-CLI-MASQUES
087400     MOVE SDCL-TRADEREXTREFID TO B732-RF-ENTREE
087500     MOVE 20 TO B732-RF-LG
087600     PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
087700     MOVE B732-RF-SORTIE TO MCLI-TRADEREXTREFID
087800     MOVE SDCL-NOM TO B732-NM-ENTREE
087900     PERFORM 7300-MASQUER-NOM THRU 7300-EXIT
088000     MOVE B732-NM-SORTIE TO MCLI-NOM
088100     MOVE SDCL-PRENOM TO B732-PN-ENTREE
088200     PERFORM 7400-MASQUER-PRENOMS THRU 7400-EXIT
088300     MOVE B732-PN-SORTIE TO MCLI-PRENOM
088400     MOVE SDCL-BIRTHDT TO B732-DN-DATE
088500     PERFORM 7800-DECALER-NAISSANCE THRU 7800-EXIT
088600     MOVE B732-DN-SORTIE TO MCLI-BIRTHDT
088700     MOVE SDCL-TRADEREXTREFID TO B732-CMP-AVANT
088800     MOVE MCLI-TRADEREXTREFID TO B732-CMP-APRES
088900     MOVE 14 TO B732-Z
089000     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
089100     MOVE SDCL-NOM TO B732-CMP-AVANT
089200     MOVE MCLI-NOM TO B732-CMP-APRES
089300     MOVE 15 TO B732-Z
089400     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
089500     MOVE SDCL-PRENOM TO B732-CMP-AVANT
089600     MOVE MCLI-PRENOM TO B732-CMP-APRES
089700     MOVE 16 TO B732-Z
089800     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
089900     MOVE SDCL-BIRTHDT TO B732-CMP-AVANT
090000     MOVE MCLI-BIRTHDT TO B732-CMP-APRES
090100     MOVE 17 TO B732-Z
090200     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT.
090300 3010-ECRIRE.
090400     WRITE B732-DISTANO FROM MCLI-ENREG
090500     IF NOT B732-DISTANO-OK
090600        DISPLAY 'SOCB0732 - ECRITURE DISTANON KO FS='
090700                B732-FS-DISTANO
090800        GO TO 9999-ABANDON
090900     END-IF.
091000 3010-EXIT.
091100     EXIT.
091200******************************************************************
091300* 4000 - PROCEDURE D'ENTREE DU TRI DES PAIRES : LES DEUX         *
091400*        IDENTIFIANTS SONT MASQUES, CONTROLES (RANGS 18 ET 19)   *
091500*        ET REMIS DANS L'ORDRE DE LA CLE, LE PLUS PETIT D'ABORD. *
091600*        SOCDISPO ABSENT : DISPANON EST PRODUIT VIDE             *
091700******************************************************************
091800 4000-LIBERER-PAIRES.
091900     OPEN INPUT FDISPO
092000     IF B732-DISPO-ABSENT
092100        GO TO 4090-LIBERER-FIN
092200     END-IF
092300     IF NOT B732-DISPO-OK
092400        DISPLAY 'SOCB0732 - OUVERTURE SOCDISPO KO FS='
092500                B732-FS-DISPO
092600        GO TO 9999-ABANDON
092700     END-IF
092800     PERFORM 4010-MASQUER-PAIRE THRU 4010-EXIT
092900         UNTIL B732-DISPO-FIN
093000     CLOSE FDISPO
093100     GO TO 4090-LIBERER-FIN.
093200 4000-EXIT.
093300     EXIT.
093400 4010-MASQUER-PAIRE.
093500     READ FDISPO
093600     IF B732-DISPO-FIN
093700        GO TO 4010-EXIT
093800     END-IF
093900     IF NOT B732-DISPO-OK
094000        DISPLAY 'SOCB0732 - LECTURE SOCDISPO KO FS='
094100                B732-FS-DISPO
094200        GO TO 9999-ABANDON
094300     END-IF
094400     ADD 1 TO B732-NB-PAIRES
094500     MOVE SDIS-ENREG TO MDIS-ENREG
094600     MOVE SDIS-PERSONENTITYID-A TO B732-ID-ENTREE
094700     PERFORM 7100-MASQUER-IDENT THRU 7100-EXIT
094800     MOVE B732-ID-SORTIE TO MDIS-PERSONENTITYID-A
094900     MOVE SDIS-PERSONENTITYID-B TO B732-ID-ENTREE
095000     PERFORM 7100-MASQUER-IDENT THRU 7100-EXIT
095100     MOVE B732-ID-SORTIE TO MDIS-PERSONENTITYID-B
095200     MOVE SDIS-PERSONENTITYID-A TO B732-CMP-AVANT
095300     MOVE MDIS-PERSONENTITYID-A TO B732-CMP-APRES
095400     MOVE 18 TO B732-Z
095500     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
095600     MOVE SDIS-PERSONENTITYID-B TO B732-CMP-AVANT
095700     MOVE MDIS-PERSONENTITYID-B TO B732-CMP-APRES
095800     MOVE 19 TO B732-Z
095900     PERFORM 7900-COMPTER-ZONE THRU 7900-EXIT
096000     IF MDIS-PERSONENTITYID-A > MDIS-PERSONENTITYID-B
096100        MOVE MDIS-PERSONENTITYID-A TO B732-ID-SORTIE
096200        MOVE MDIS-PERSONENTITYID-B TO MDIS-PERSONENTITYID-A
096300        MOVE B732-ID-SORTIE TO MDIS-PERSONENTITYID-B
096400     END-IF
096500     MOVE MDIS-ENREG TO TRI2-ENREG
096600     RELEASE TRI2-ENREG.
096700 4010-EXIT.
096800     EXIT.
096900 4090-LIBERER-FIN.
097000     EXIT.
097100******************************************************************
097200* 5000 - EDITION DE L'ETAT DE CONTROLE                           *
097300******************************************************************
097400 5000-EDITER-CONTROLE.
097500     OPEN OUTPUT FETAT
097600     IF NOT B732-ETAT-OK
097700        DISPLAY 'SOCB0732 - OUVERTURE ETAT0732 KO FS='
097800                B732-FS-ETAT
097900        GO TO 9999-ABANDON
098000     END-IF
098100     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
098200     MOVE B732-LE-TITRE-I TO B732-LIGNE-ETAT
098300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
098400     MOVE B732-LE-LEGENDE1 TO B732-LIGNE-ETAT
098500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
098600     MOVE B732-LE-LEGENDE2 TO B732-LIGNE-ETAT
098700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
098800     MOVE B732-LE-SEPARATION TO B732-LIGNE-ETAT
098900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
099000     MOVE B732-LE-COLONNES TO B732-LIGNE-ETAT
099100     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
099200     PERFORM 5010-EDITER-ZONE THRU 5010-EXIT
099300         VARYING B732-Z FROM 1 BY 1
099400         UNTIL B732-Z > B732-NB-ZONES
099500     MOVE B732-LE-SEPARATION TO B732-LIGNE-ETAT
099600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
099700     IF B732-NB-SUBSISTANTES = ZERO
099800        MOVE SPACES TO B732-LCL-TEXTE
099900        STRING 'CONCLUSION : AUCUNE VALEUR DE PRODUCTION NE'
100000               ' SUBSISTE DANS LES ZONES MASQUEES'
100100               DELIMITED BY SIZE INTO B732-LCL-TEXTE
100200        MOVE B732-LE-CONCLUSION TO B732-LIGNE-ETAT
100300     ELSE
100400        MOVE B732-NB-SUBSISTANTES TO B732-LSU-NB
100500        MOVE B732-LE-SUBSISTANTES TO B732-LIGNE-ETAT
100600     END-IF
100700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
100800     MOVE B732-LE-SEPARATION TO B732-LIGNE-ETAT
100900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
101000     PERFORM 5100-EDITER-TOTAUX THRU 5100-EXIT
101100     CLOSE FETAT.
101200 5000-EXIT.
101300     EXIT.
101400 5010-EDITER-ZONE.
101500     MOVE B732-ZO-FICHIER (B732-Z) TO B732-LZ-FICHIER
101600     MOVE B732-ZO-LIBELLE (B732-Z) TO B732-LZ-LIBELLE
101700     MOVE B732-CZ-RENSEIGNEES (B732-Z) TO B732-LZ-RENSEIGNEES
101800     MOVE B732-CZ-REMPLACEES (B732-Z) TO B732-LZ-REMPLACEES
101900     MOVE B732-CZ-EFFACEES (B732-Z) TO B732-LZ-EFFACEES
102000     MOVE B732-CZ-IDENTIQUES (B732-Z) TO B732-LZ-IDENTIQUES
102100     IF B732-CZ-IDENTIQUES (B732-Z) = ZERO
102200        MOVE 'CONFORME' TO B732-LZ-CONTROLE
102300     ELSE
102400        MOVE 'NON CONFORME' TO B732-LZ-CONTROLE
102500     END-IF
102600     MOVE B732-LE-ZONE TO B732-LIGNE-ETAT
102700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
102800 5010-EXIT.
102900     EXIT.
103000******************************************************************
103100* 5100 - SECTION II : TOTAUX                                     *
103200******************************************************************
103300 5100-EDITER-TOTAUX.
103400     MOVE B732-LE-TITRE-II TO B732-LIGNE-ETAT
103500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
103600     MOVE 'EMPREINTE DE LA CLE DE MASQUAGE ..... :'
103700       TO B732-LC-LIBELLE
103800     MOVE B732-EMPREINTE TO B732-LC-NB
103900     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
104000     MOVE 'PERSONNES LUES ET MASQUEES (PERSANON) :'
104100       TO B732-LC-LIBELLE
104200     MOVE B732-NB-PERS-LUES TO B732-LC-NB
104300     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
104400     MOVE 'CODES PHONETIQUES DES NOMS RECALCULES :'
104500       TO B732-LC-LIBELLE
104600     MOVE B732-NB-PHON-NOM TO B732-LC-NB
104700     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
104800     MOVE 'CODES PHONETIQUES DES VILLES RECALC.  :'
104900       TO B732-LC-LIBELLE
105000     MOVE B732-NB-PHON-VILLE TO B732-LC-NB
105100     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
105200     MOVE 'ENREGISTREMENTS LUS DANS DISTCLI .... :'
105300       TO B732-LC-LIBELLE
105400     MOVE B732-NB-CLI-LUS TO B732-LC-NB
105500     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
105600     MOVE 'DONT ENTETES ET FINS DE SECTION ..... :'
105700       TO B732-LC-LIBELLE
105800     MOVE B732-NB-CLI-SECTIONS TO B732-LC-NB
105900     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
106000     MOVE 'DONT CLIENTS MASQUES (DISTANON) ..... :'
106100       TO B732-LC-LIBELLE
106200     MOVE B732-NB-CLI-MASQUES TO B732-LC-NB
106300     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
106400     MOVE 'PAIRES LUES ET MASQUEES (DISPANON) .. :'
106500       TO B732-LC-LIBELLE
106600     MOVE B732-NB-PAIRES TO B732-LC-NB
106700     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
106800     MOVE 'DATES DE NAISSANCE INVALIDES ........ :'
106900       TO B732-LC-LIBELLE
107000     MOVE B732-NB-DATES-INVALIDES TO B732-LC-NB
107100     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
107200     MOVE 'VALEURS REMPLACEES .................. :'
107300       TO B732-LC-LIBELLE
107400     MOVE B732-NB-REMPLACEES TO B732-LC-NB
107500     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
107600     MOVE 'VALEURS EFFACEES .................... :'
107700       TO B732-LC-LIBELLE
107800     MOVE B732-NB-EFFACEES TO B732-LC-NB
107900     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT
108000     MOVE 'VALEURS DE PRODUCTION SUBSISTANTES .. :'
108100       TO B732-LC-LIBELLE
108200     MOVE B732-NB-SUBSISTANTES TO B732-LC-NB
108300     PERFORM 5110-ECRIRE-COMPTE THRU 5110-EXIT.
108400 5100-EXIT.
108500     EXIT.
108600 5110-ECRIRE-COMPTE.
108700     MOVE B732-LE-COMPTE TO B732-LIGNE-ETAT
108800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
108900 5110-EXIT.
109000     EXIT.
109100******************************************************************
109200* 5900 - FIN DE TRAITEMENT                                       *
109300******************************************************************
109400 5900-TERMINER.
109500     DISPLAY 'SOCB0732 - EMPREINTE DE LA CLE     : '
109600             B732-EMPREINTE
109700     DISPLAY 'SOCB0732 - PERSONNES MASQUEES      : '
109800             B732-NB-PERS-LUES
109900     DISPLAY 'SOCB0732 - CLIENTS MASQUES         : '
110000             B732-NB-CLI-MASQUES
110100     DISPLAY 'SOCB0732 - PAIRES MASQUEES         : '
110200             B732-NB-PAIRES
110300     DISPLAY 'SOCB0732 - VALEURS REMPLACEES      : '
110400             B732-NB-REMPLACEES
110500     DISPLAY 'SOCB0732 - VALEURS EFFACEES        : '
110600             B732-NB-EFFACEES
110700     DISPLAY 'SOCB0732 - VALEURS SUBSISTANTES    : '
110800             B732-NB-SUBSISTANTES
110900     IF B732-NB-PERS-LUES = ZERO
111000        DISPLAY 'SOCB0732 - EXTRAIT PERSREPO VIDE'
111100        MOVE 4 TO RETURN-CODE
111200     END-IF
111300     IF B732-NB-SUBSISTANTES NOT = ZERO
111400        DISPLAY 'SOCB0732 - COPIE MASQUEE REFUSEE : '
111500                B732-NB-SUBSISTANTES
111600                ' VALEUR(S) DE PRODUCTION - VOIR ETAT0732'
111700        MOVE 12 TO RETURN-CODE
111800     END-IF.
111900 5900-EXIT.
112000     EXIT.
112100******************************************************************
112200* 6100 - SAUT DE PAGE ET ENTETE                                  *
112300******************************************************************
112400 6100-SAUT-DE-PAGE.
112500     ADD 1 TO B732-PAGE-CPT
112600     MOVE B732-DATE-JOUR TO B732-LE-DATE-EDIT
112700     MOVE B732-PAGE-CPT TO B732-LE-PAGE
112800     MOVE B732-LE-ENTETE1 TO B732-LIGNE-ETAT
112900     WRITE B732-LIGNE-ETAT AFTER ADVANCING PAGE
113000     MOVE SPACES TO B732-LIGNE-ETAT
113100     WRITE B732-LIGNE-ETAT AFTER ADVANCING 1 LINE
113200     MOVE 2 TO B732-LIGNE-CPT.
113300 6100-EXIT.
113400     EXIT.
113500******************************************************************
113600* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
113700******************************************************************
113800 6200-ECRIRE-LIGNE.
113900*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
114000*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
114100     MOVE B732-LIGNE-ETAT TO B732-LIGNE-TRAV
114200     IF B732-LIGNE-CPT > 58
114300        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
114400        MOVE B732-LIGNE-TRAV TO B732-LIGNE-ETAT
114500     END-IF
114600     WRITE B732-LIGNE-ETAT AFTER ADVANCING 1 LINE
114700     ADD 1 TO B732-LIGNE-CPT.
114800 6200-EXIT.
114900     EXIT.
115000******************************************************************
115100* 7000 - HACHAGE DE B732-HA-ENTREE SUR B732-HA-LG POSITIONS,     *
115200*        DIVERSIFIE PAR B732-HA-SEL (TYPE DE ZONE ET NUMERO DE   *
115300*        TIRAGE) ET PAR LA GRAINE ISSUE DE LA CLE                *
115400*        SORTIE : B732-HA-VALEUR (0 A B732-MODULE - 1)           *
115500******************************************************************
115600 7000-HACHER.
115700     COMPUTE B732-PRODUIT = B732-GRAINE + B732-HA-SEL * 7919
115800     DIVIDE B732-PRODUIT BY B732-MODULE GIVING B732-QUOTIENT
115900            REMAINDER B732-HA-VALEUR
116000     PERFORM 7010-HACHER-CAR THRU 7010-EXIT
116100         VARYING B732-HA-I FROM 1 BY 1
116200         UNTIL B732-HA-I > B732-HA-LG
116300     COMPUTE B732-PRODUIT = B732-HA-VALEUR * 69069
116400                          + B732-GRAINE + 1
116500     DIVIDE B732-PRODUIT BY B732-MODULE GIVING B732-QUOTIENT
116600            REMAINDER B732-HA-VALEUR.
116700 7000-EXIT.
116800     EXIT.
116900 7010-HACHER-CAR.
117000     MOVE B732-HA-ENTREE (B732-HA-I : 1) TO B732-HA-CAR
117100     MOVE ZERO TO B732-HA-CODE
117200     INSPECT B732-ALPHABET TALLYING B732-HA-CODE
117300             FOR CHARACTERS BEFORE INITIAL B732-HA-CAR
117400     COMPUTE B732-PRODUIT = B732-HA-VALEUR * 41
117500                          + B732-HA-CODE + 1
117600     DIVIDE B732-PRODUIT BY B732-MODULE GIVING B732-QUOTIENT
117700            REMAINDER B732-HA-VALEUR.
117800 7010-EXIT.
117900     EXIT.
118000******************************************************************
118100* 7050 - TIRAGE PSEUDO-ALEATOIRE SUIVANT (B732-ALEA)             *
118200******************************************************************
118300 7050-ALEA-SUIVANT.
118400     COMPUTE B732-PRODUIT = B732-ALEA * 69069 + 12345
118500     DIVIDE B732-PRODUIT BY B732-MODULE GIVING B732-QUOTIENT
118600            REMAINDER B732-ALEA.
118700 7050-EXIT.
118800     EXIT.
118900******************************************************************
119000* 7100 - MASQUAGE D'UN IDENTIFIANT NUMERIQUE : ZERO RESTE ZERO.  *
119100*        L'UNIQUE IDENTIFIANT QUE LE CHIFFREMENT ENVERRAIT SUR   *
119200*        ZERO PREND L'IMAGE DE ZERO, QUI EST LIBRE ; LE PREMIER  *
119300*        CHIFFRE N'EST JAMAIS DECALE DE 5, CETTE IMAGE DIFFERE   *
119400*        DONC AUSSI DE L'ORIGINE                                 *
119500*        ENTREE : B732-ID-ENTREE   SORTIE : B732-ID-SORTIE       *
119600******************************************************************
119700 7100-MASQUER-IDENT.
119800     IF B732-ID-ENTREE = ZERO
119900        MOVE ZERO TO B732-ID-SORTIE
120000        GO TO 7100-EXIT
120100     END-IF
120200     MOVE 'O' TO B732-RF-IDENT-SW
120300     MOVE B732-ID-ENTREE TO B732-RF-ENTREE
120400     MOVE 11 TO B732-RF-LG
120500     PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
120600     MOVE B732-RF-SORTIE (1 : 11) TO B732-ID-SORTIE
120700     IF B732-ID-SORTIE = ZERO
120800        MOVE SPACES TO B732-RF-ENTREE
120900        MOVE '00000000000' TO B732-RF-ENTREE (1 : 11)
121000        PERFORM 7200-CHIFFRER-REFERENCE THRU 7200-EXIT
121100        MOVE B732-RF-SORTIE (1 : 11) TO B732-ID-SORTIE
121200     END-IF
121300     MOVE 'N' TO B732-RF-IDENT-SW.
121400 7100-EXIT.
121500     EXIT.
121600******************************************************************
121700* 7200 - CHIFFREMENT D'UNE REFERENCE SUR B732-RF-LG POSITIONS :  *
121800*        CHAQUE CHIFFRE OU LETTRE EST DECALE DANS SA CLASSE DU   *
121900*        DECALAGE DE SA POSITION PLUS LE RANG DU CARACTERE       *
122000*        CHIFFRE PRECEDENT ; LE PREMIER CARACTERE CHIFFRE EST    *
122100*        TOUJOURS DECALE. LES AUTRES CARACTERES SONT CONSERVES   *
122200*        ENTREE : B732-RF-ENTREE   SORTIE : B732-RF-SORTIE       *
122300******************************************************************
122400 7200-CHIFFRER-REFERENCE.
122500     MOVE B732-RF-ENTREE TO B732-RF-SORTIE
122600     MOVE ZERO TO B732-RF-PREC
122700     MOVE 'O' TO B732-RF-PREMIER-SW
122800     PERFORM 7210-CHIFFRER-CAR THRU 7210-EXIT
122900         VARYING B732-RF-I FROM 1 BY 1
123000         UNTIL B732-RF-I > B732-RF-LG.
123100 7200-EXIT.
123200     EXIT.
123300 7210-CHIFFRER-CAR.
123400     MOVE B732-RF-ENTREE (B732-RF-I : 1) TO B732-RF-CAR
123500     PERFORM 7220-CLASSER-CAR THRU 7220-EXIT
123600     IF B732-RF-CLASSE = SPACE
123700        GO TO 7210-EXIT
123800     END-IF
123900     IF B732-RF-PREMIER
124000        MOVE 'N' TO B732-RF-PREMIER-SW
124100        IF B732-RF-IDENT
124200           DIVIDE B732-DECAL (B732-RF-I) BY 8
124300                  GIVING B732-QUOTIENT REMAINDER B732-RF-DECAL
124400           ADD 1 TO B732-RF-DECAL
124500           IF B732-RF-DECAL > 4
124600              ADD 1 TO B732-RF-DECAL
124700           END-IF
124800        ELSE
124900           COMPUTE B732-RF-NB-1 = B732-RF-NB - 1
125000           DIVIDE B732-DECAL (B732-RF-I) BY B732-RF-NB-1
125100                  GIVING B732-QUOTIENT REMAINDER B732-RF-DECAL
125200           ADD 1 TO B732-RF-DECAL
125300        END-IF
125400     ELSE
125500        DIVIDE B732-DECAL (B732-RF-I) BY B732-RF-NB
125600               GIVING B732-QUOTIENT REMAINDER B732-RF-DECAL
125700     END-IF
125800     COMPUTE B732-PRODUIT = B732-RF-RANG + B732-RF-DECAL
125900                          + B732-RF-PREC
126000     DIVIDE B732-PRODUIT BY B732-RF-NB GIVING B732-QUOTIENT
126100            REMAINDER B732-RF-NOUV
126200     EVALUATE B732-RF-CLASSE
126300         WHEN 'C'
126400              MOVE B732-CHIFFRES (B732-RF-NOUV + 1 : 1)
126500                TO B732-RF-SORTIE (B732-RF-I : 1)
126600         WHEN 'M'
126700              MOVE B732-MAJUSCULES (B732-RF-NOUV + 1 : 1)
126800                TO B732-RF-SORTIE (B732-RF-I : 1)
126900         WHEN OTHER
127000              MOVE B732-MINUSCULES (B732-RF-NOUV + 1 : 1)
127100                TO B732-RF-SORTIE (B732-RF-I : 1)
127200     END-EVALUATE
127300     MOVE B732-RF-NOUV TO B732-RF-PREC.
127400 7210-EXIT.
127500     EXIT.
127600 7220-CLASSER-CAR.
127700     MOVE SPACE TO B732-RF-CLASSE
127800     MOVE ZERO TO B732-RF-RANG
127900     INSPECT B732-CHIFFRES TALLYING B732-RF-RANG
128000             FOR CHARACTERS BEFORE INITIAL B732-RF-CAR
128100     IF B732-RF-RANG < 10
128200        MOVE 'C' TO B732-RF-CLASSE
128300        MOVE 10 TO B732-RF-NB
128400        GO TO 7220-EXIT
128500     END-IF
128600     MOVE ZERO TO B732-RF-RANG
128700     INSPECT B732-MAJUSCULES TALLYING B732-RF-RANG
128800             FOR CHARACTERS BEFORE INITIAL B732-RF-CAR
128900     IF B732-RF-RANG < 26
129000        MOVE 'M' TO B732-RF-CLASSE
129100        MOVE 26 TO B732-RF-NB
129200        GO TO 7220-EXIT
129300     END-IF
129400     MOVE ZERO TO B732-RF-RANG
129500     INSPECT B732-MINUSCULES TALLYING B732-RF-RANG
129600             FOR CHARACTERS BEFORE INITIAL B732-RF-CAR
129700     IF B732-RF-RANG < 26
129800        MOVE 'N' TO B732-RF-CLASSE
129900        MOVE 26 TO B732-RF-NB
130000     END-IF.
130100 7220-EXIT.
130200     EXIT.
130300******************************************************************
130400* 7300 - MASQUAGE D'UN NOM : NOM FICTIF TIRE SUR LE NOM          *
130500*        NORMALISE, DIFFERENT DE CELUI-CI                        *
130600*        ENTREE : B732-NM-ENTREE   SORTIE : B732-NM-SORTIE       *
130700******************************************************************
130800 7300-MASQUER-NOM.
130900     MOVE SPACES TO B732-NM-SORTIE
131000     MOVE B732-NM-ENTREE TO B732-NORM-ENTREE
131100     PERFORM 8100-NORMALISER THRU 8100-EXIT
131200     IF B732-NORM-SORTIE = SPACES
131300        GO TO 7300-EXIT
131400     END-IF
131500     MOVE ZERO TO B732-ESSAI
131600     PERFORM 7310-TIRER-NOM THRU 7310-EXIT
131700     PERFORM 7310-TIRER-NOM THRU 7310-EXIT
131800         UNTIL B732-NM-SORTIE NOT = B732-NORM-SORTIE
131900            OR B732-ESSAI NOT < B732-MAX-ESSAIS
132000     IF B732-NM-SORTIE = B732-NORM-SORTIE
132100        MOVE SPACES TO B732-NM-SORTIE
132200     END-IF.
132300 7300-EXIT.
132400     EXIT.
132500 7310-TIRER-NOM.
132600     MOVE B732-NORM-SORTIE TO B732-HA-ENTREE
132700     MOVE 50 TO B732-HA-LG
132800     COMPUTE B732-HA-SEL = 100 + B732-ESSAI
132900     PERFORM 7000-HACHER THRU 7000-EXIT
133000     ADD 1 TO B732-ESSAI
133100     DIVIDE B732-HA-VALEUR BY 32 GIVING B732-QUOTIENT
133200            REMAINDER B732-R1
133300     DIVIDE B732-QUOTIENT BY 32 GIVING B732-QUOTIENT
133400            REMAINDER B732-R2
133500     MOVE SPACES TO B732-NM-SORTIE
133600     STRING B732-PREFIXE (B732-R1 + 1) DELIMITED BY SIZE
133700            B732-SUFFIXE (B732-R2 + 1) DELIMITED BY SPACE
133800            INTO B732-NM-SORTIE.
133900 7310-EXIT.
134000     EXIT.
134100******************************************************************
134200* 7400 - MASQUAGE DES PRENOMS : CHAQUE PRENOM EST REMPLACE PAR UN*
134300*        PRENOM FICTIF TIRE SUR LUI-MEME ; LES PRENOMS QUI NE    *
134400*        TIENNENT PLUS DANS LA ZONE SONT ABANDONNES              *
134500*        ENTREE : B732-PN-ENTREE   SORTIE : B732-PN-SORTIE       *
134600******************************************************************
134700 7400-MASQUER-PRENOMS.
134800     MOVE SPACES TO B732-PN-SORTIE
134900     MOVE B732-PN-ENTREE TO B732-NORM-ENTREE
135000     PERFORM 8100-NORMALISER THRU 8100-EXIT
135100     IF B732-NORM-SORTIE = SPACES
135200        GO TO 7400-EXIT
135300     END-IF
135400     MOVE SPACES TO B732-TB-MOTS
135500     UNSTRING B732-NORM-SORTIE DELIMITED BY ALL SPACE
135600         INTO B732-MOT (1) B732-MOT (2) B732-MOT (3)
135700              B732-MOT (4) B732-MOT (5) B732-MOT (6)
135800     MOVE 1 TO B732-PN-PTR
135900     PERFORM 7410-MASQUER-MOT THRU 7410-EXIT
136000         VARYING B732-M FROM 1 BY 1
136100         UNTIL B732-M > 6.
136200 7400-EXIT.
136300     EXIT.
136400 7410-MASQUER-MOT.
136500     IF B732-MOT (B732-M) = SPACES
136600        GO TO 7410-EXIT
136700     END-IF
136800     MOVE ZERO TO B732-ESSAI
136900     PERFORM 7420-TIRER-PRENOM THRU 7420-EXIT
137000     PERFORM 7420-TIRER-PRENOM THRU 7420-EXIT
137100         UNTIL B732-MOT-SORTIE NOT = B732-MOT (B732-M)
137200            OR B732-ESSAI NOT < B732-MAX-ESSAIS
137300     IF B732-MOT-SORTIE = B732-MOT (B732-M)
137400        GO TO 7410-EXIT
137500     END-IF
137600     MOVE ZERO TO B732-K
137700     INSPECT B732-MOT-SORTIE TALLYING B732-K
137800             FOR CHARACTERS BEFORE INITIAL SPACE
137900     IF B732-PN-PTR + B732-K > 31
138000        GO TO 7410-EXIT
138100     END-IF
138200     STRING B732-MOT-SORTIE DELIMITED BY SPACE
138300            ' ' DELIMITED BY SIZE
138400            INTO B732-PN-SORTIE WITH POINTER B732-PN-PTR.
138500 7410-EXIT.
138600     EXIT.
138700 7420-TIRER-PRENOM.
138800     MOVE B732-MOT (B732-M) TO B732-HA-ENTREE
138900     MOVE 30 TO B732-HA-LG
139000     COMPUTE B732-HA-SEL = 200 + B732-ESSAI
139100     PERFORM 7000-HACHER THRU 7000-EXIT
139200     ADD 1 TO B732-ESSAI
139300     DIVIDE B732-HA-VALEUR BY 64 GIVING B732-QUOTIENT
139400            REMAINDER B732-R1
139500     MOVE B732-PRENOM (B732-R1 + 1) TO B732-MOT-SORTIE.
139600 7420-EXIT.
139700     EXIT.
139800******************************************************************
139900* 7500 - MASQUAGE DE LA LIGNE RUE : NUMERO, TYPE ET NOM DE VOIE  *
140000*        FICTIFS TIRES SUR LA LIGNE NORMALISEE                   *
140100*        ENTREE : B732-RU-ENTREE   SORTIE : B732-RU-SORTIE       *
140200******************************************************************
140300 7500-MASQUER-RUE.
140400     MOVE SPACES TO B732-RU-SORTIE
140500     MOVE B732-RU-ENTREE TO B732-NORM-ENTREE
140600     PERFORM 8100-NORMALISER THRU 8100-EXIT
140700     IF B732-NORM-SORTIE = SPACES
140800        GO TO 7500-EXIT
140900     END-IF
141000     MOVE ZERO TO B732-ESSAI
141100     PERFORM 7510-TIRER-RUE THRU 7510-EXIT
141200     PERFORM 7510-TIRER-RUE THRU 7510-EXIT
141300         UNTIL B732-RU-SORTIE NOT = B732-NORM-SORTIE
141400            OR B732-ESSAI NOT < B732-MAX-ESSAIS
141500     IF B732-RU-SORTIE = B732-NORM-SORTIE
141600        MOVE SPACES TO B732-RU-SORTIE
141700     END-IF.
141800 7500-EXIT.
141900     EXIT.
142000 7510-TIRER-RUE.
142100     MOVE B732-NORM-SORTIE TO B732-HA-ENTREE
142200     MOVE 50 TO B732-HA-LG
142300     COMPUTE B732-HA-SEL = 300 + B732-ESSAI
142400     PERFORM 7000-HACHER THRU 7000-EXIT
142500     ADD 1 TO B732-ESSAI
142600     DIVIDE B732-HA-VALEUR BY 150 GIVING B732-QUOTIENT
142700            REMAINDER B732-R1
142800     DIVIDE B732-QUOTIENT BY 8 GIVING B732-QUOTIENT
142900            REMAINDER B732-R2
143000     DIVIDE B732-QUOTIENT BY 32 GIVING B732-QUOTIENT
143100            REMAINDER B732-R3
143200     COMPUTE B732-RU-NUM = B732-R1 + 1
143300     MOVE ZERO TO B732-K
143400     INSPECT B732-RU-NUM TALLYING B732-K FOR LEADING SPACE
143500     MOVE SPACES TO B732-RU-SORTIE
143600     STRING B732-RU-NUM (B732-K + 1 : ) DELIMITED BY SIZE
143700            ' ' DELIMITED BY SIZE
143800            B732-VOIE (B732-R2 + 1) DELIMITED BY SPACE
143900            ' ' DELIMITED BY SIZE
144000            B732-RUE (B732-R3 + 1) DELIMITED BY '  '
144100            INTO B732-RU-SORTIE.
144200 7510-EXIT.
144300     EXIT.
144400******************************************************************
144500* 7600 - MASQUAGE DU TELEPHONE : LES DEUX PREMIERS CHIFFRES ET   *
144600*        LA PRESENTATION SONT CONSERVES, LES CHIFFRES SUIVANTS   *
144700*        SONT TIRES ; A DEFAUT DE CHIFFRES A TIRER LA ZONE EST   *
144800*        EFFACEE                                                 *
144900*        ENTREE : B732-TE-ENTREE   SORTIE : B732-TE-SORTIE       *
145000******************************************************************
145100 7600-MASQUER-TELEPHONE.
145200     MOVE SPACES TO B732-TE-SORTIE
145300     IF B732-TE-ENTREE = SPACES
145400        GO TO 7600-EXIT
145500     END-IF
145600     MOVE ZERO TO B732-ESSAI
145700     PERFORM 7610-TIRER-TELEPHONE THRU 7610-EXIT
145800     PERFORM 7610-TIRER-TELEPHONE THRU 7610-EXIT
145900         UNTIL B732-TE-SORTIE NOT = B732-TE-ENTREE
146000            OR B732-ESSAI NOT < B732-MAX-ESSAIS
146100     IF B732-TE-SORTIE = B732-TE-ENTREE
146200        MOVE SPACES TO B732-TE-SORTIE
146300     END-IF.
146400 7600-EXIT.
146500     EXIT.
146600 7610-TIRER-TELEPHONE.
146700     MOVE B732-TE-ENTREE TO B732-HA-ENTREE
146800     MOVE 15 TO B732-HA-LG
146900     COMPUTE B732-HA-SEL = 400 + B732-ESSAI
147000     PERFORM 7000-HACHER THRU 7000-EXIT
147100     ADD 1 TO B732-ESSAI
147200     MOVE B732-HA-VALEUR TO B732-ALEA
147300     MOVE B732-TE-ENTREE TO B732-TE-SORTIE
147400     MOVE ZERO TO B732-TE-NB
147500     PERFORM 7620-TIRER-CHIFFRE THRU 7620-EXIT
147600         VARYING B732-TE-I FROM 1 BY 1
147700         UNTIL B732-TE-I > 15.
147800 7610-EXIT.
147900     EXIT.
148000 7620-TIRER-CHIFFRE.
148100     IF B732-TE-SORTIE (B732-TE-I : 1) NOT NUMERIC
148200        GO TO 7620-EXIT
148300     END-IF
148400     ADD 1 TO B732-TE-NB
148500     IF B732-TE-NB < 3
148600        GO TO 7620-EXIT
148700     END-IF
148800     PERFORM 7050-ALEA-SUIVANT THRU 7050-EXIT
148900     DIVIDE B732-ALEA BY 10 GIVING B732-QUOTIENT
149000            REMAINDER B732-R1
149100     MOVE B732-CHIFFRES (B732-R1 + 1 : 1)
149200       TO B732-TE-SORTIE (B732-TE-I : 1).
149300 7620-EXIT.
149400     EXIT.
149500******************************************************************
149600* 7700 - MASQUAGE DE L'ADRESSE MAIL : PRENOM.NOM FICTIFS SUIVIS  *
149700*        DE DEUX CHIFFRES, SUR UN DOMAINE RESERVE AUX EXEMPLES,  *
149800*        EN MINUSCULES                                           *
149900*        ENTREE : B732-EM-ENTREE   SORTIE : B732-EM-SORTIE       *
150000******************************************************************
150100 7700-MASQUER-MAIL.
150200     MOVE SPACES TO B732-EM-SORTIE
150300     IF B732-EM-ENTREE = SPACES
150400        GO TO 7700-EXIT
150500     END-IF
150600     MOVE ZERO TO B732-ESSAI
150700     PERFORM 7710-TIRER-MAIL THRU 7710-EXIT
150800     PERFORM 7710-TIRER-MAIL THRU 7710-EXIT
150900         UNTIL B732-EM-SORTIE NOT = B732-EM-ENTREE
151000            OR B732-ESSAI NOT < B732-MAX-ESSAIS
151100     IF B732-EM-SORTIE = B732-EM-ENTREE
151200        MOVE SPACES TO B732-EM-SORTIE
151300     END-IF.
151400 7700-EXIT.
151500     EXIT.
151600 7710-TIRER-MAIL.
151700     MOVE B732-EM-ENTREE TO B732-HA-ENTREE
151800     INSPECT B732-HA-ENTREE
151900             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
152000                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
152100     MOVE 80 TO B732-HA-LG
152200     COMPUTE B732-HA-SEL = 500 + B732-ESSAI
152300     PERFORM 7000-HACHER THRU 7000-EXIT
152400     ADD 1 TO B732-ESSAI
152500     DIVIDE B732-HA-VALEUR BY 64 GIVING B732-QUOTIENT
152600            REMAINDER B732-R1
152700     DIVIDE B732-QUOTIENT BY 32 GIVING B732-QUOTIENT
152800            REMAINDER B732-R2
152900     DIVIDE B732-QUOTIENT BY 32 GIVING B732-QUOTIENT
153000            REMAINDER B732-R3
153100     DIVIDE B732-QUOTIENT BY 100 GIVING B732-QUOTIENT
153200            REMAINDER B732-R4
153300     DIVIDE B732-QUOTIENT BY 4 GIVING B732-QUOTIENT
153400            REMAINDER B732-R5
153500     MOVE B732-R4 TO B732-EM-NN
153600     MOVE SPACES TO B732-EM-SORTIE
153700     STRING B732-PRENOM (B732-R1 + 1) DELIMITED BY SPACE
153800            '.' DELIMITED BY SIZE
153900            B732-PREFIXE (B732-R2 + 1) DELIMITED BY SIZE
154000            B732-SUFFIXE (B732-R3 + 1) DELIMITED BY SPACE
154100            B732-EM-NN DELIMITED BY SIZE
154200            '@' DELIMITED BY SIZE
154300            B732-DOMAINE (B732-R5 + 1) DELIMITED BY SPACE
154400            INTO B732-EM-SORTIE
154500     INSPECT B732-EM-SORTIE
154600             CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
154700                     TO 'abcdefghijklmnopqrstuvwxyz'.
154800 7710-EXIT.
154900     EXIT.
155000******************************************************************
155100* 7800 - DECALAGE D'UNE DATE DE NAISSANCE DANS SON ANNEE : LE    *
155200*        NOMBRE DE JOURS (1 A NOMBRE DE JOURS DE L'ANNEE - 1) EST*
155300*        TIRE SUR LA DATE ; LES NAISSANCES DE L'ANNEE EN COURS   *
155400*        SONT TIREES DU 1ER JANVIER A LA DATE DU JOUR, DANS LES  *
155410*        DEUX SENS, HORS DATE D'ORIGINE ; UN 1ER JANVIER ELLES   *
155420*        SONT EFFACEES FAUTE D'AUTRE JOUR POSSIBLE               *
155500*        ENTREE : B732-DN-DATE   SORTIE : B732-DN-SORTIE         *
155600******************************************************************
155700 7800-DECALER-NAISSANCE.
155800     MOVE ZERO TO B732-DN-SORTIE
155900     IF B732-DN-DATE-9 NOT NUMERIC
156000        ADD 1 TO B732-NB-DATES-INVALIDES
156100        GO TO 7800-EXIT
156200     END-IF
156300     IF B732-DN-DATE-9 = ZERO
156400        GO TO 7800-EXIT
156500     END-IF
156600     PERFORM 7820-CALCULER-QUANTIEME THRU 7820-EXIT
156700     IF NOT B732-DN-VALIDE
156800        ADD 1 TO B732-NB-DATES-INVALIDES
156900        IF B732-DN-AAAA NOT = ZERO
157000           COMPUTE B732-DN-SORTIE = B732-DN-AAAA * 10000 + 101
157100        END-IF
157200        GO TO 7800-EXIT
157300     END-IF
157400     MOVE B732-DN-DATE TO B732-HA-ENTREE
157500     MOVE 8 TO B732-HA-LG
157600     MOVE 700 TO B732-HA-SEL
157700     PERFORM 7000-HACHER THRU 7000-EXIT
157800     IF B732-DN-AAAA NOT < B732-DN-ANNEE-JOUR
157805        IF B732-DN-QUANT-JOUR < 2
157810           GO TO 7800-EXIT
157815        END-IF
157820        IF B732-DN-QUANT > B732-DN-QUANT-JOUR
157825           DIVIDE B732-HA-VALEUR BY B732-DN-QUANT-JOUR
157830                  GIVING B732-QUOTIENT REMAINDER B732-DN-DECAL
157835           COMPUTE B732-DN-QUANT = B732-DN-DECAL + 1
157840        ELSE
157845           COMPUTE B732-DN-NBJ-1 = B732-DN-QUANT-JOUR - 1
157850           DIVIDE B732-HA-VALEUR BY B732-DN-NBJ-1
157855                  GIVING B732-QUOTIENT REMAINDER B732-DN-DECAL
157860           ADD 1 TO B732-DN-DECAL
157865           ADD B732-DN-DECAL TO B732-DN-QUANT
157870           IF B732-DN-QUANT > B732-DN-QUANT-JOUR
157875              SUBTRACT B732-DN-QUANT-JOUR FROM B732-DN-QUANT
157880           END-IF
157885        END-IF
158500     ELSE
158600        COMPUTE B732-DN-NBJ-1 = B732-DN-NBJ - 1
158700        DIVIDE B732-HA-VALEUR BY B732-DN-NBJ-1
158800               GIVING B732-QUOTIENT REMAINDER B732-DN-DECAL
158900        ADD 1 TO B732-DN-DECAL
159000        ADD B732-DN-DECAL TO B732-DN-QUANT
159100        IF B732-DN-QUANT > B732-DN-NBJ
159200           SUBTRACT B732-DN-NBJ FROM B732-DN-QUANT
159300        END-IF
159400     END-IF
159500     MOVE 12 TO B732-DN-M
159600     MOVE 'N' TO B732-DN-TROUVE-SW
159700     PERFORM 7810-CHERCHER-MOIS THRU 7810-EXIT
159800         UNTIL B732-DN-TROUVE
159900     COMPUTE B732-DN-SORTIE = B732-DN-AAAA * 10000
160000                            + B732-DN-M * 100
160100                            + B732-DN-QUANT - B732-DN-DEBUT.
160200 7800-EXIT.
160300     EXIT.
160400 7810-CHERCHER-MOIS.
160500     MOVE B732-CUMUL (B732-DN-M) TO B732-DN-DEBUT
160600     IF B732-DN-BISSEXTILE
160700     AND B732-DN-M > 2
160800        ADD 1 TO B732-DN-DEBUT
160900     END-IF
161000     IF B732-DN-DEBUT < B732-DN-QUANT
161100        MOVE 'O' TO B732-DN-TROUVE-SW
161200     ELSE
161300        SUBTRACT 1 FROM B732-DN-M
161400     END-IF.
161500 7810-EXIT.
161600     EXIT.
161700******************************************************************
161800* 7820 - ANNEE BISSEXTILE, NOMBRE DE JOURS DE L'ANNEE, VALIDITE  *
161900*        ET QUANTIEME DE B732-DN-DATE                            *
162000******************************************************************
162100 7820-CALCULER-QUANTIEME.
162200     DIVIDE B732-DN-AAAA BY 4 GIVING B732-QUOTIENT
162300            REMAINDER B732-DN-R4
162400     DIVIDE B732-DN-AAAA BY 100 GIVING B732-QUOTIENT
162500            REMAINDER B732-DN-R100
162600     DIVIDE B732-DN-AAAA BY 400 GIVING B732-QUOTIENT
162700            REMAINDER B732-DN-R400
162800     MOVE 'N' TO B732-DN-BISSEXT-SW
162900     MOVE 365 TO B732-DN-NBJ
163000     IF B732-DN-R4 = ZERO
163100     AND (B732-DN-R100 NOT = ZERO OR B732-DN-R400 = ZERO)
163200        MOVE 'O' TO B732-DN-BISSEXT-SW
163300        MOVE 366 TO B732-DN-NBJ
163400     END-IF
163500     MOVE 'N' TO B732-DN-VALIDE-SW
163600     MOVE ZERO TO B732-DN-QUANT
163700     IF B732-DN-MM < 1 OR B732-DN-MM > 12
163800        GO TO 7820-EXIT
163900     END-IF
164000     MOVE B732-JOURS (B732-DN-MM) TO B732-DN-JMAX
164100     IF B732-DN-MM = 2 AND B732-DN-BISSEXTILE
164200        ADD 1 TO B732-DN-JMAX
164300     END-IF
164400     IF B732-DN-JJ < 1 OR B732-DN-JJ > B732-DN-JMAX
164500        GO TO 7820-EXIT
164600     END-IF
164700     MOVE 'O' TO B732-DN-VALIDE-SW
164800     COMPUTE B732-DN-QUANT = B732-CUMUL (B732-DN-MM) + B732-DN-JJ
164900     IF B732-DN-BISSEXTILE
165000     AND B732-DN-MM > 2
165100        ADD 1 TO B732-DN-QUANT
165200     END-IF.
165300 7820-EXIT.
165400     EXIT.
165500******************************************************************
165600* 7900 - CONTROLE D'UNE ZONE MASQUEE DE RANG B732-Z : VALEUR DE  *
165700*        PRODUCTION B732-CMP-AVANT (NON RENSEIGNEE SI BLANCS OU  *
165800*        ZEROS), VALEUR MASQUEE B732-CMP-APRES                   *
165900******************************************************************
166000 7900-COMPTER-ZONE.
166100     MOVE ZERO TO B732-CMP-NB
166200     INSPECT B732-CMP-AVANT TALLYING B732-CMP-NB
166300             FOR ALL SPACE ALL '0'
166400     IF B732-CMP-NB = 80
166500        GO TO 7900-EXIT
166600     END-IF
166700     ADD 1 TO B732-CZ-RENSEIGNEES (B732-Z)
166800     IF B732-CMP-APRES = B732-CMP-AVANT
166900        ADD 1 TO B732-CZ-IDENTIQUES (B732-Z)
167000        ADD 1 TO B732-NB-SUBSISTANTES
167100        GO TO 7900-EXIT
167200     END-IF
167300     MOVE ZERO TO B732-CMP-NB
167400     INSPECT B732-CMP-APRES TALLYING B732-CMP-NB
167500             FOR ALL SPACE ALL '0'
167600     IF B732-CMP-NB = 80
167700        ADD 1 TO B732-CZ-EFFACEES (B732-Z)
167800        ADD 1 TO B732-NB-EFFACEES
167900     ELSE
168000        ADD 1 TO B732-CZ-REMPLACEES (B732-Z)
168100        ADD 1 TO B732-NB-REMPLACEES
168200     END-IF.
168300 7900-EXIT.
168400     EXIT.
168500******************************************************************
168600* 8000 - PHONETISATION INTERNE (REGLES DU PHONETISEUR MAISON,    *
168700*        IDENTIQUES AU NOYAU SOCC0710) : MAJUSCULES, LETTRES     *
168800*        SEULES, PH=F, EQUIVALENCES B=P C=K D=T G=K Q=K V=F W=F  *
168900*        Y=I Z=S, H MUET, VOYELLES SUPPRIMEES SAUF EN TETE,      *
169000*        DOUBLES REDUITS, 10 POSITIONS                           *
169100*        ENTREE : B732-PHON-ENTREE   SORTIE : B732-PHON-SORTIE   *
169200******************************************************************
169300 8000-PHONETISER.
169400     MOVE SPACES TO B732-PHON-TRAV
169500     MOVE SPACES TO B732-PHON-SORTIE
169600     INSPECT B732-PHON-ENTREE
169700             CONVERTING 'abcdefghijklmnopqrstuvwxyz'
169800                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
169900     MOVE ZERO TO B732-PH-J
170000     PERFORM 8010-EXTRAIRE-LETTRE THRU 8010-EXIT
170100         VARYING B732-PH-I FROM 1 BY 1
170200         UNTIL B732-PH-I > 50
170300     INSPECT B732-PHON-TRAV REPLACING ALL 'PH' BY 'F '
170400     INSPECT B732-PHON-TRAV
170500             CONVERTING 'BCDGQVWYZ'
170600                     TO 'PKTKKFFIS'
170700     MOVE ZERO TO B732-PH-J
170800     MOVE SPACE TO B732-PH-PREC
170900     PERFORM 8020-RETENIR-SON THRU 8020-EXIT
171000         VARYING B732-PH-I FROM 1 BY 1
171100         UNTIL B732-PH-I > 50
171200            OR B732-PH-J = 10.
171300 8000-EXIT.
171400     EXIT.
171500 8010-EXTRAIRE-LETTRE.
171600     MOVE B732-PHON-ENTREE (B732-PH-I : 1) TO B732-PH-CAR
171700     IF B732-PH-CAR NOT = SPACE
171800     AND B732-PH-CAR ALPHABETIC
171900        ADD 1 TO B732-PH-J
172000        MOVE B732-PH-CAR TO B732-PHON-TRAV (B732-PH-J : 1)
172100     END-IF.
172200 8010-EXIT.
172300     EXIT.
172400 8020-RETENIR-SON.
172500     MOVE B732-PHON-TRAV (B732-PH-I : 1) TO B732-PH-CAR
172600     IF B732-PH-CAR = SPACE OR 'H'
172700        GO TO 8020-EXIT
172800     END-IF
172900     IF B732-PH-J > ZERO
173000        IF B732-PH-CAR = 'A' OR 'E' OR 'I' OR 'O' OR 'U'
173100           GO TO 8020-EXIT
173200        END-IF
173300        IF B732-PH-CAR = B732-PH-PREC
173400           GO TO 8020-EXIT
173500        END-IF
173600     END-IF
173700     ADD 1 TO B732-PH-J
173800     MOVE B732-PH-CAR TO B732-PHON-SORTIE (B732-PH-J : 1)
173900     MOVE B732-PH-CAR TO B732-PH-PREC.
174000 8020-EXIT.
174100     EXIT.
174200******************************************************************
174300* 8100 - NORMALISATION D'UN NOM, D'UN PRENOM OU D'UNE ADRESSE :  *
174400*        MAJUSCULES, TIRETS ET APOSTROPHES REMPLACES PAR DES     *
174500*        BLANCS                                                  *
174600*        ENTREE : B732-NORM-ENTREE   SORTIE : B732-NORM-SORTIE   *
174700******************************************************************
174800 8100-NORMALISER.
174900     MOVE B732-NORM-ENTREE TO B732-NORM-SORTIE
175000     INSPECT B732-NORM-SORTIE
175100             CONVERTING 'abcdefghijklmnopqrstuvwxyz-'''
175200                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
175300 8100-EXIT.
175400     EXIT.
175500******************************************************************
175600* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
175700******************************************************************
175800 9800-SUIVI-DEBUT.
175900     MOVE 'SOCB0732' TO SSUI-PROGRAMME
176000     MOVE 'D' TO SSUI-PHASE
176100     CALL 'SOCC0726' USING SSUI-ENREG.
176200 9800-EXIT.
176300     EXIT.
176400******************************************************************
176500* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
176600*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
176700*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
176800*        1 PERSONNES / 2 CLIENTS / 3 PAIRES / 4 REMPLACEES /     *
176900*        5 EFFACEES / 6 IDENTIQUES / 7 DATES INV. / 8 PHONETIQ.  *
177000******************************************************************
177100 9810-SUIVI-FIN.
177200     MOVE 'F' TO SSUI-PHASE
177300     MOVE RETURN-CODE TO SSUI-RETURN-CODE
177400     MOVE 'PERSONNES' TO SSUI-CPT-LIBELLE (1)
177500     MOVE B732-NB-PERS-LUES TO SSUI-CPT-VALEUR (1)
177600     MOVE 'CLIENTS' TO SSUI-CPT-LIBELLE (2)
177700     MOVE B732-NB-CLI-MASQUES TO SSUI-CPT-VALEUR (2)
177800     MOVE 'PAIRES' TO SSUI-CPT-LIBELLE (3)
177900     MOVE B732-NB-PAIRES TO SSUI-CPT-VALEUR (3)
178000     MOVE 'REMPLACEES' TO SSUI-CPT-LIBELLE (4)
178100     MOVE B732-NB-REMPLACEES TO SSUI-CPT-VALEUR (4)
178200     MOVE 'EFFACEES' TO SSUI-CPT-LIBELLE (5)
178300     MOVE B732-NB-EFFACEES TO SSUI-CPT-VALEUR (5)
178400     MOVE 'IDENTIQUES' TO SSUI-CPT-LIBELLE (6)
178500     MOVE B732-NB-SUBSISTANTES TO SSUI-CPT-VALEUR (6)
178600     MOVE 'DATES INV.' TO SSUI-CPT-LIBELLE (7)
178700     MOVE B732-NB-DATES-INVALIDES TO SSUI-CPT-VALEUR (7)
178800     MOVE 'PHONETIQ.' TO SSUI-CPT-LIBELLE (8)
178900     MOVE B732-NB-PHON-NOM TO SSUI-CPT-VALEUR (8)
179000     CALL 'SOCC0726' USING SSUI-ENREG.
179100 9810-EXIT.
179200     EXIT.
179300******************************************************************
179400* 9999 - ABANDON DU TRAITEMENT                                   *
179500******************************************************************
179600 9999-ABANDON.
179700     DISPLAY 'SOCB0732 - ABANDON DU TRAITEMENT'
179800     MOVE 16 TO RETURN-CODE
179900     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
180000     STOP RUN.
