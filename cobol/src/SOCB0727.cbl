000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0727.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - ETAT DE SUIVI DE LA CHAINE BATCH      *
000900*----------------------------------------------------------------*
001000* EDITE CHAQUE MATIN, A PARTIR DU JOURNAL DE SUIVI D'EXECUTION   *
001100* SOCSUIVI (SOCC07SU, ALIMENTE PAR LES TRAITEMENTS SOCB07XX VIA  *
001200* LE SOUS-PROGRAMME SOCC0726), UNE PAGE DE SYNTHESE DE LA        *
001300* VACATION DE NUIT : UNE LIGNE PAR ETAPE (DEBUT, FIN, CODE       *
001400* RETOUR, STATUT, VOLUME PRINCIPAL) SUIVIE DES ALERTES,          *
001500* SIGNALEES PAR *** :                                            *
001600*   - ETAPE OBLIGATOIRE ABSENTE DE LA VACATION ;                 *
001700*   - ETAPE ABANDONNEE : CODE RETOUR 16, OU DEBUT SANS FIN       *
001800*     (ARRET BRUTAL, ANNULATION, TRAITEMENT ENCORE EN COURS) ;   *
001900*   - ETAPE EN ERREUR (CODE RETOUR 8 OU 12) ;                    *
002000*   - ETAPE TERMINEE APRES SON HEURE LIMITE ;                    *
002100*   - VOLUME S'ECARTANT DE LA MOYENNE DES DERNIERS PASSAGES      *
002200*     REUSSIS AU-DELA DU SEUIL DE L'ETAPE (EN POURCENT, AVEC UN  *
002300*     ECART ABSOLU MINIMAL POUR LES PETITS VOLUMES) ;            *
002400* PUIS LES CONTROLES PARTICULIERS DE LA CHAINE :                 *
002500*   - PURGE SOCB0717 N'AYANT ARCHIVE AUCUN ENREGISTREMENT ;      *
002600*   - SOCB0718 SANS AUCUN DETAIL CORRDIST ALORS QUE SOCB0714 A   *
002700*     RELEVE DES EXCEPTIONS DE TYPE I OU D (LES SEULES QUI       *
002800*     PARTENT CHEZ LES DISTRIBUTEURS).                           *
002900*                                                                *
003000* VACATION EDITEE : DE L'HEURE D'OUVERTURE LA VEILLE DE LA DATE  *
003100* EDITEE JUSQU'A LA FIN DE LA DATE EDITEE, SUR LA DATE ET        *
003200* L'HEURE DE DEBUT DES TRAITEMENTS. LES PASSAGES ANTERIEURS      *
003300* ALIMENTENT LES MOYENNES (10 DERNIERS PASSAGES TERMINES EN      *
003400* CODE RETOUR 0 OU 4, 3 AU MOINS POUR UN CONTROLE DE VOLUME).    *
003500* CARTE PARAMETRE (SYSIN) : DATE EDITEE (SSAAMMJJ), UN BLANC,    *
003600* HEURE D'OUVERTURE DE LA VACATION LA VEILLE (HHMMSS). DATE A    *
003700* ZERO OU ABSENTE = JOUR COURANT, HEURE ABSENTE = 180000.        *
003800*                                                                *
003900* ETAPES ATTENDUES : FICHIER SOCCHAIN (CARTES DE 80, * EN        *
004000* COLONNE 1 = COMMENTAIRE) :                                     *
004100*   COL  1- 8 PROGRAMME                                          *
004200*   COL 10    O = ETAPE OBLIGATOIRE CHAQUE NUIT, N = FACULTATIVE *
004300*   COL 12-17 HEURE LIMITE DE FIN LE JOUR EDITE (HHMMSS, ZERO =  *
004400*             PAS DE LIMITE)                                     *
004500*   COL 19-21 SEUIL D'ECART DE VOLUME EN POURCENT (ZERO = 50)    *
004600*   COL 23-52 LIBELLE DE L'ETAPE                                 *
004700* FICHIER ABSENT OU VIDE : PLANNING PAR DEFAUT DE LA CHAINE      *
004800* (TABLE B727-PLANNING-DEFAUT). UN PROGRAMME PRESENT DANS LE     *
004900* JOURNAL MAIS NON PLANIFIE EST EDITE COMME ETAPE FACULTATIVE.   *
005000*                                                                *
005100* CODE RETOUR 0 : CHAINE CONFORME.                               *
005200* CODE RETOUR 4 : AU MOINS UNE ALERTE (VOIR ETAT0727).           *
005300* CODE RETOUR 16 : INCIDENT TECHNIQUE.                           *
005400*----------------------------------------------------------------*
005500* HISTORIQUE DES MODIFICATIONS                                   *
005600* --------------------------                                     *
005700* 15/10/2026 CRP CREATION - ETAT DE SUIVI MATINAL DE LA CHAINE   *
005800*                BATCH SUR LE JOURNAL SOCSUIVI (REPERE 2704SUIV) *
005810* 15/10/2026 CRP CONTROLE D'ENTREE SOCB0728 AU PLANNING PAR      *
005820*                DEFAUT, AVANT SOCB0714 (REPERE 2704DIST)        *
005830* 15/10/2026 CRP RAPPROCHEMENT MENSUEL DES DECES INSEE SOCB0729  *
005840*                AU PLANNING PAR DEFAUT (REPERE 2704DECE)        *
005850* 15/10/2026 CRP CONTROLE HEBDOMADAIRE DES FOYERS SOCB0730 AU    *
005860*                PLANNING PAR DEFAUT (REPERE 2704FOYI)           *
005870* 15/10/2026 CRP PROPOSITIONS DE RATTACHEMENT DES EXCEPTIONS     *
005880*                DE TYPE I SOCB0731 AU PLANNING PAR DEFAUT       *
005890*                (REPERE 2704PROP)                               *
005891* 15/10/2026 CRP COPIE MASQUEE DES DONNEES PERSONNES SOCB0732    *
005892*                AU PLANNING PAR DEFAUT (REPERE 2704ANON)        *
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-ENTERPRISE.
006300 OBJECT-COMPUTER. IBM-ENTERPRISE.
006400 SPECIAL-NAMES.
006500     DECIMAL-POINT IS COMMA.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800*   *** JOURNAL DE SUIVI D'EXECUTION (ECRIT PAR SOCC0726)
006900     SELECT OPTIONAL FSUIVI ASSIGN TO SOCSUIVI
007000            ORGANIZATION IS SEQUENTIAL
007100            FILE STATUS IS B727-FS-SUIVI.
007200*   *** PLANNING DES ETAPES ATTENDUES (CARTES)
007300     SELECT OPTIONAL FCHAINE ASSIGN TO SOCCHAIN
007400            ORGANIZATION IS SEQUENTIAL
007500            FILE STATUS IS B727-FS-CHAINE.
007600*   *** ETAT DE SUIVI
007700     SELECT FETAT ASSIGN TO ETAT0727
007800            ORGANIZATION IS SEQUENTIAL
007900            FILE STATUS IS B727-FS-ETAT.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  FSUIVI
008300     BLOCK CONTAINS 0 RECORDS
008400     RECORD CONTAINS 200 CHARACTERS.
008500     COPY SOCC07SU.
008600 FD  FCHAINE
008700     BLOCK CONTAINS 0 RECORDS
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  B727-CARTE-CHAINE.
009000     05 B727-CC-PROGRAMME         PIC X(08).
009100     05 FILLER                    PIC X(01).
009200     05 B727-CC-OBLIG             PIC X(01).
009300     05 FILLER                    PIC X(01).
009400     05 B727-CC-LIMITE            PIC X(06).
009500     05 B727-CC-LIMITE-9 REDEFINES B727-CC-LIMITE
009600                                  PIC 9(06).
009700     05 FILLER                    PIC X(01).
009800     05 B727-CC-SEUIL             PIC X(03).
009900     05 B727-CC-SEUIL-9 REDEFINES B727-CC-SEUIL
010000                                  PIC 9(03).
010100     05 FILLER                    PIC X(01).
010200     05 B727-CC-LIBELLE           PIC X(30).
010300     05 FILLER                    PIC X(28).
010400 FD  FETAT
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  B727-LIGNE-ETAT              PIC X(132).
010800 WORKING-STORAGE SECTION.
010900******************************************************************
011000* INDICATEURS ET COMPTEURS                                       *
011100******************************************************************
011200 77  B727-FS-SUIVI             PIC X(02) VALUE SPACES.
011300     88 B727-SUIVI-OK                    VALUE '00' '05'.
011400     88 B727-SUIVI-FIN                   VALUE '10'.
011500 77  B727-FS-CHAINE            PIC X(02) VALUE SPACES.
011600     88 B727-CHAINE-OK                   VALUE '00' '05'.
011700     88 B727-CHAINE-FIN                  VALUE '10'.
011800 77  B727-FS-ETAT              PIC X(02) VALUE SPACES.
011900     88 B727-ETAT-OK                     VALUE '00'.
012000 77  B727-FIN-SW               PIC X(01) VALUE 'N'.
012100     88 B727-FIN-SUIVI                   VALUE 'O'.
012200 77  B727-TROUVE-SW            PIC X(01) VALUE 'N'.
012300     88 B727-TROUVE                      VALUE 'O'.
012400 77  B727-ETAPE-SW             PIC X(01) VALUE 'N'.
012500     88 B727-ETAPE-RETENUE               VALUE 'O'.
012600 77  B727-NB-LUS               PIC 9(07) VALUE ZERO.
012700 77  B727-NB-VACATION          PIC 9(07) VALUE ZERO.
012800 77  B727-NB-ANTERIEURS        PIC 9(07) VALUE ZERO.
012900 77  B727-NB-ECARTES           PIC 9(07) VALUE ZERO.
013000 77  B727-NB-PERDUS            PIC 9(07) VALUE ZERO.
013100 77  B727-NB-ALERTES           PIC 9(05) VALUE ZERO.
013200 77  B727-NB-OBLIG             PIC 9(03) VALUE ZERO.
013300 77  B727-NB-CONFORMES         PIC 9(03) VALUE ZERO.
013400 77  B727-NB-ETAPES            PIC 9(03) COMP VALUE ZERO.
013500 77  B727-MAX-ETAPES           PIC 9(03) COMP VALUE 30.
013600 77  B727-NB-DEFAUT            PIC 9(03) COMP VALUE 17.
013700 77  B727-E                    PIC 9(03) COMP VALUE ZERO.
013710 77  B727-ES                   PIC 9(03) COMP VALUE ZERO.
013800 77  B727-I                    PIC 9(03) COMP VALUE ZERO.
013900 77  B727-K                    PIC 9(03) COMP VALUE ZERO.
014000 77  B727-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
014100 77  B727-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
014200 77  B727-DATE-JOUR            PIC 9(08) VALUE ZERO.
014300 77  B727-DATE-EDITEE          PIC 9(08) VALUE ZERO.
014400 77  B727-DATE-VEILLE          PIC 9(08) VALUE ZERO.
014500 77  B727-HEURE-OUVERTURE      PIC 9(06) VALUE 180000.
014600 77  B727-HORO-OUVERTURE       PIC 9(14) VALUE ZERO.
014700 77  B727-HORO-FERMETURE       PIC 9(14) VALUE ZERO.
014800 77  B727-HORO-DEBUT           PIC 9(14) VALUE ZERO.
014900 77  B727-HORO-FIN             PIC 9(14) VALUE ZERO.
015000 77  B727-HORO-LIMITE          PIC 9(14) VALUE ZERO.
015100*   *** CONTROLE DES VOLUMES : HISTORIQUE MINIMAL, SEUIL PAR
015200*   *** DEFAUT (POURCENT) ET ECART ABSOLU EN DECA DUQUEL UNE
015300*   *** VARIATION N'EST PAS SIGNALEE
015400 77  B727-MAX-HISTO            PIC 9(02) COMP VALUE 10.
015500 77  B727-MIN-HISTO            PIC 9(02) COMP VALUE 3.
015600 77  B727-SEUIL-DEFAUT         PIC 9(03) VALUE 50.
015700 77  B727-PLANCHER-ECART       PIC 9(05) VALUE 20.
015800 77  B727-SOMME                PIC 9(11) COMP VALUE ZERO.
015900 77  B727-MOYENNE              PIC 9(09) VALUE ZERO.
016000 77  B727-VALEUR               PIC 9(09) VALUE ZERO.
016100 77  B727-ECART                PIC 9(09) VALUE ZERO.
016200 77  B727-ECART-PCT            PIC 9(05) VALUE ZERO.
016300 77  B727-NB-HISTO             PIC 9(02) VALUE ZERO.
016400*   *** RANGS DES COMPTEURS EXPLOITES PAR LES CONTROLES
016500*   *** PARTICULIERS (PARAGRAPHES 9810 DES PROGRAMMES EMETTEURS)
016600 77  B727-RG-ARCHIVES          PIC 9(01) VALUE 1.
016700 77  B727-RG-EXC-I             PIC 9(01) VALUE 4.
016800 77  B727-RG-EXC-D             PIC 9(01) VALUE 6.
016900 77  B727-RG-DETAILS           PIC 9(01) VALUE 1.
017000 77  B727-E-0714               PIC 9(03) COMP VALUE ZERO.
017100 77  B727-E-0718               PIC 9(03) COMP VALUE ZERO.
017200 77  B727-NB-EXC-ID            PIC 9(09) VALUE ZERO.
017300 77  B727-PROGRAMME-CHERCHE    PIC X(08) VALUE SPACES.
017400 01  B727-LIGNE-TRAV           PIC X(132) VALUE SPACES.
017500 01  B727-CARTE-PARM.
017600     05 B727-CP-DATE           PIC X(08).
017700     05 B727-CP-DATE-9 REDEFINES B727-CP-DATE
017800                               PIC 9(08).
017900     05 FILLER                 PIC X(01).
018000     05 B727-CP-HEURE          PIC X(06).
018100     05 B727-CP-HEURE-9 REDEFINES B727-CP-HEURE
018200                               PIC 9(06).
018300 01  B727-DATE-SYS.
018400     05 B727-DS-AAMMJJ         PIC 9(06).
018500******************************************************************
018600* CALENDRIER : CONVERSIONS DATE / JOUR JULIEN (ENTIERES)         *
018700******************************************************************
018800 77  B727-CAL-DATE             PIC 9(08) VALUE ZERO.
018900 77  B727-CAL-JULIEN           PIC S9(09) COMP VALUE ZERO.
019000 77  B727-CAL-AAAA             PIC S9(09) COMP VALUE ZERO.
019100 77  B727-CAL-MM               PIC S9(09) COMP VALUE ZERO.
019200 77  B727-CAL-JJ               PIC S9(09) COMP VALUE ZERO.
019300 77  B727-CAL-A                PIC S9(09) COMP VALUE ZERO.
019400 77  B727-CAL-Y                PIC S9(09) COMP VALUE ZERO.
019500 77  B727-CAL-M                PIC S9(09) COMP VALUE ZERO.
019600 77  B727-CAL-T1               PIC S9(09) COMP VALUE ZERO.
019700 77  B727-CAL-T2               PIC S9(09) COMP VALUE ZERO.
019800 77  B727-CAL-T3               PIC S9(09) COMP VALUE ZERO.
019900 77  B727-CAL-T4               PIC S9(09) COMP VALUE ZERO.
020000******************************************************************
020100* PLANNING PAR DEFAUT DE LA CHAINE (FICHIER SOCCHAIN ABSENT OU   *
020200* VIDE) : PROGRAMME, OBLIGATOIRE O/N, HEURE LIMITE, LIBELLE      *
020300******************************************************************
020400 01  B727-PLANNING-VAL.
020500     05 FILLER                 PIC X(45) VALUE
020600        'SOCB0709O040000CONTROLE DE L''EXTRAIT PERSREPO'.
020700     05 FILLER                 PIC X(45) VALUE
020800        'SOCB0721O050000HISTORIQUE DES MODIFICATIONS'.
020810     05 FILLER                 PIC X(45) VALUE
020820        'SOCB0728O051500CONTROLE DES FICHIERS DISTRIB.'.
020900     05 FILLER                 PIC X(45) VALUE
021000        'SOCB0714O053000RAPPROCHEMENT DISTRIBUTEURS'.
021100     05 FILLER                 PIC X(45) VALUE
021200        'SOCB0718O060000CORRECTIONS DISTRIBUTEURS'.
021300     05 FILLER                 PIC X(45) VALUE
021400        'SOCB0712O060000SYNTHESE DES CONSULTATIONS'.
021500     05 FILLER                 PIC X(45) VALUE
021600        'SOCB0725O060000APPELS REFUSES (HABILITATIONS)'.
021700     05 FILLER                 PIC X(45) VALUE
021800        'SOCB0717O063000MENAGE DES JOURNAUX'.
021900     05 FILLER                 PIC X(45) VALUE
022000        'SOCB0713N000000DOUBLONS (HEBDOMADAIRE)'.
022100     05 FILLER                 PIC X(45) VALUE
022200        'SOCB0723N000000FUSION DES DOUBLONS CONFIRMES'.
022210     05 FILLER                 PIC X(45) VALUE
022220        'SOCB0729N000000DECES INSEE (MENSUEL)'.
022230     05 FILLER                 PIC X(45) VALUE
022240        'SOCB0730N000000FOYERS (HEBDOMADAIRE)'.
022250     05 FILLER                 PIC X(45) VALUE
022260        'SOCB0731N000000PROPOSITIONS EXCEPTIONS I'.
022300     05 FILLER                 PIC X(45) VALUE
022400        'SOCB0711N000000RECHERCHE EN MASSE'.
022500     05 FILLER                 PIC X(45) VALUE
022600        'SOCB0716N000000CONSULTATIONS D''UNE PERSONNE'.
022700     05 FILLER                 PIC X(45) VALUE
022800        'SOCB0722N000000HISTORIQUE D''UNE PERSONNE'.
022810     05 FILLER                 PIC X(45) VALUE
022820        'SOCB0732N000000COPIE MASQUEE POUR LES TESTS'.
022900 01  B727-PLANNING-DEFAUT REDEFINES B727-PLANNING-VAL.
023000     05 B727-PD-ENT            OCCURS 17 TIMES.
023100        10 B727-PD-PROGRAMME   PIC X(08).
023200        10 B727-PD-OBLIG       PIC X(01).
023300        10 B727-PD-LIMITE      PIC 9(06).
023400        10 B727-PD-LIBELLE     PIC X(30).
023500******************************************************************
023600* TABLE DES ETAPES : PLANNING, DERNIER PASSAGE DE LA VACATION ET *
023700* VOLUMES DES DERNIERS PASSAGES REUSSIS (TABLE TOURNANTE)        *
023800******************************************************************
023900 01  B727-TB-ETAPES.
024000     05 B727-TE-ENT            OCCURS 30 TIMES.
024100        10 B727-TE-PROGRAMME   PIC X(08).
024200        10 B727-TE-OBLIG       PIC X(01).
024300           88 B727-TE-OBLIGATOIRE        VALUE 'O'.
024400        10 B727-TE-LIMITE      PIC 9(06).
024500        10 B727-TE-SEUIL       PIC 9(03).
024600        10 B727-TE-LIBELLE     PIC X(30).
024700        10 B727-TE-NB-PASSAGES PIC 9(03) COMP.
024800        10 B727-TE-FIN-SW      PIC X(01).
024900           88 B727-TE-TERMINEE           VALUE 'O'.
025000        10 B727-TE-DEBUT-DATE  PIC 9(08).
025100        10 B727-TE-DEBUT-HEURE PIC 9(06).
025200        10 B727-TE-FIN-DATE    PIC 9(08).
025300        10 B727-TE-FIN-HEURE   PIC 9(06).
025400        10 B727-TE-RC          PIC 9(04).
025500        10 B727-TE-CPT         OCCURS 8 TIMES.
025600           15 B727-TE-CPT-LIB  PIC X(10).
025700           15 B727-TE-CPT-VAL  PIC 9(09).
025800        10 B727-TE-NB-HISTO    PIC 9(02) COMP.
025900        10 B727-TE-RANG-HISTO  PIC 9(02) COMP.
026000        10 B727-TE-HISTO       OCCURS 10 TIMES.
026100           15 B727-TE-HISTO-VAL PIC 9(09) COMP OCCURS 8 TIMES.
026200******************************************************************
026300* LIGNES D'EDITION                                               *
026400******************************************************************
026500 01  B727-LE-ENTETE1.
026600     05 FILLER                 PIC X(10) VALUE 'SOCB0727'.
026700     05 FILLER                 PIC X(30) VALUE
026800        'CTLM BANQUE - SERV0002'.
026900     05 FILLER                 PIC X(46) VALUE
027000        'SUIVI DE LA CHAINE BATCH'.
027100     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
027200     05 B727-LE-DATE-EDIT      PIC 9(08).
027300     05 FILLER                 PIC X(12) VALUE '      PAGE'.
027400     05 B727-LE-PAGE           PIC ZZ9.
027500     05 FILLER                 PIC X(12) VALUE SPACES.
027600 01  B727-LE-ENTETE2.
027700     05 FILLER                 PIC X(18) VALUE 'VACATION DU '.
027800     05 B727-LE-OUV-DATE       PIC 9(08).
027900     05 FILLER                 PIC X(01) VALUE SPACE.
028000     05 B727-LE-OUV-HEURE      PIC 99B99B99.
028100     05 FILLER                 PIC X(05) VALUE ' AU '.
028200     05 B727-LE-FER-DATE       PIC 9(08).
028300     05 FILLER                 PIC X(13) VALUE ' 23 59 59'.
028400     05 FILLER                 PIC X(71) VALUE SPACES.
028500 01  B727-LE-COLONNES.
028600     05 FILLER                 PIC X(10) VALUE 'ETAPE'.
028700     05 FILLER                 PIC X(32) VALUE 'LIBELLE'.
028800     05 FILLER                 PIC X(19) VALUE 'DEBUT'.
028900     05 FILLER                 PIC X(19) VALUE 'FIN'.
029000     05 FILLER                 PIC X(06) VALUE '  RC'.
029100     05 FILLER                 PIC X(15) VALUE 'STATUT'.
029200     05 FILLER                 PIC X(10) VALUE 'LIMITE'.
029300     05 FILLER                 PIC X(21) VALUE 'VOLUME PRINCIPAL'.
029400 01  B727-LE-ETAPE.
029500     05 B727-LD-PROGRAMME      PIC X(08).
029600     05 FILLER                 PIC X(02) VALUE SPACES.
029700     05 B727-LD-LIBELLE        PIC X(30).
029800     05 FILLER                 PIC X(02) VALUE SPACES.
029900     05 B727-LD-DEBUT.
030000        10 B727-LD-DEBUT-DATE  PIC 9(08).
030100        10 FILLER              PIC X(01) VALUE SPACE.
030200        10 B727-LD-DEBUT-HEURE PIC 99B99B99.
030300     05 FILLER                 PIC X(02) VALUE SPACES.
030400     05 B727-LD-FIN.
030500        10 B727-LD-FIN-DATE    PIC 9(08).
030600        10 FILLER              PIC X(01) VALUE SPACE.
030700        10 B727-LD-FIN-HEURE   PIC 99B99B99.
030800     05 FILLER                 PIC X(02) VALUE SPACES.
030900     05 B727-LD-RC             PIC X(04).
031000     05 FILLER                 PIC X(02) VALUE SPACES.
031100     05 B727-LD-STATUT         PIC X(13).
031200     05 FILLER                 PIC X(02) VALUE SPACES.
031300     05 B727-LD-LIMITE         PIC X(08).
031400     05 FILLER                 PIC X(02) VALUE SPACES.
031500     05 B727-LD-CPT-LIB        PIC X(10).
031600     05 B727-LD-CPT-VAL        PIC X(10).
031700     05 FILLER                 PIC X(01) VALUE SPACES.
031800 01  B727-ED-HEURE             PIC 99B99B99.
031900 01  B727-ED-RC                PIC ZZZ9.
032000 01  B727-ED-NB                PIC ZZZZZZZZ9.
032100 01  B727-LE-ALERTE.
032200     05 FILLER                 PIC X(10) VALUE SPACES.
032300     05 FILLER                 PIC X(04) VALUE '*** '.
032400     05 B727-LA-TEXTE          PIC X(110).
032500     05 FILLER                 PIC X(08) VALUE SPACES.
032600 01  B727-LE-NOTE.
032700     05 FILLER                 PIC X(14) VALUE SPACES.
032800     05 B727-LN-TEXTE          PIC X(110).
032900     05 FILLER                 PIC X(08) VALUE SPACES.
033000 01  B727-LE-TITRE-CTL.
033100     05 FILLER                 PIC X(132) VALUE
033200        'CONTROLES PARTICULIERS DE LA CHAINE'.
033300 01  B727-LE-SEPARATION        PIC X(132) VALUE SPACES.
033400 01  B727-LE-TOTAL.
033500     05 B727-LT-LIBELLE        PIC X(40).
033600     05 B727-LT-NB             PIC ZZZZZZ9.
033700     05 FILLER                 PIC X(85) VALUE SPACES.
033800 01  B727-LE-VERDICT.
033900     05 FILLER                 PIC X(10) VALUE 'VERDICT : '.
034000     05 B727-LV-LIBELLE        PIC X(70).
034100     05 FILLER                 PIC X(52) VALUE SPACES.
034200 PROCEDURE DIVISION.
034300******************************************************************
034400* 0000 - ENCHAINEMENT GENERAL                                    *
034500******************************************************************
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALISATION THRU 1000-EXIT
034800     PERFORM 2000-TRAITER-SUIVI THRU 2000-EXIT
034900         UNTIL B727-FIN-SUIVI
035000     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
035100     PERFORM 4000-TERMINER THRU 4000-EXIT
035200     GOBACK.
035300******************************************************************
035400* 1000 - INITIALISATION : CARTE PARAMETRE, BORNES DE LA          *
035500*        VACATION, PLANNING DES ETAPES, OUVERTURES               *
035600******************************************************************
035700 1000-INITIALISATION.
035800     ACCEPT B727-DATE-SYS FROM DATE
035900     COMPUTE B727-DATE-JOUR = 20000000 + B727-DS-AAMMJJ
036000     MOVE SPACES TO B727-CARTE-PARM
036100     ACCEPT B727-CARTE-PARM
036200     IF B727-CP-DATE-9 NUMERIC
036300     AND B727-CP-DATE-9 NOT = ZERO
036400        MOVE B727-CP-DATE-9 TO B727-DATE-EDITEE
036500     ELSE
036600        MOVE B727-DATE-JOUR TO B727-DATE-EDITEE
036700     END-IF
036800     IF B727-CP-HEURE-9 NUMERIC
036900     AND B727-CP-HEURE-9 < 240000
037000        MOVE B727-CP-HEURE-9 TO B727-HEURE-OUVERTURE
037100     END-IF
037200*    VEILLE DE LA DATE EDITEE (CALCUL JULIEN)
037300     MOVE B727-DATE-EDITEE TO B727-CAL-DATE
037400     PERFORM 7500-DATE-VERS-JULIEN THRU 7500-EXIT
037500     SUBTRACT 1 FROM B727-CAL-JULIEN
037600     PERFORM 7600-JULIEN-VERS-DATE THRU 7600-EXIT
037700     MOVE B727-CAL-DATE TO B727-DATE-VEILLE
037800     COMPUTE B727-HORO-OUVERTURE =
037900             B727-DATE-VEILLE * 1000000 + B727-HEURE-OUVERTURE
038000     COMPUTE B727-HORO-FERMETURE =
038100             B727-DATE-EDITEE * 1000000 + 235959
038200     PERFORM 1100-CHARGER-PLANNING THRU 1100-EXIT
038300     OPEN INPUT FSUIVI
038400     IF NOT B727-SUIVI-OK
038500        DISPLAY 'SOCB0727 - OUVERTURE SOCSUIVI KO FS='
038600                B727-FS-SUIVI
038700        GO TO 9999-ABANDON
038800     END-IF
038900     OPEN OUTPUT FETAT
039000     IF NOT B727-ETAT-OK
039100        DISPLAY 'SOCB0727 - OUVERTURE ETAT0727 KO FS='
039200                B727-FS-ETAT
039300        GO TO 9999-ABANDON
039400     END-IF
039500     PERFORM 8100-LIRE-SUIVI THRU 8100-EXIT.
039600 1000-EXIT.
039700     EXIT.
039800******************************************************************
039900* 1100 - PLANNING DES ETAPES ATTENDUES : CARTES SOCCHAIN, A      *
040000*        DEFAUT LE PLANNING PAR DEFAUT DE LA CHAINE              *
040100******************************************************************
040200 1100-CHARGER-PLANNING.
040300     MOVE ZERO TO B727-NB-ETAPES
040400     OPEN INPUT FCHAINE
040500     IF NOT B727-CHAINE-OK
040600        DISPLAY 'SOCB0727 - OUVERTURE SOCCHAIN KO FS='
040700                B727-FS-CHAINE
040800        GO TO 9999-ABANDON
040900     END-IF
041000     PERFORM 1110-LIRE-CARTE THRU 1110-EXIT
041100         UNTIL B727-CHAINE-FIN
041200     CLOSE FCHAINE
041300     IF B727-NB-ETAPES = ZERO
041400        PERFORM 1150-RANGER-DEFAUT THRU 1150-EXIT
041500            VARYING B727-I FROM 1 BY 1
041600            UNTIL B727-I > B727-NB-DEFAUT
041700     END-IF.
041800 1100-EXIT.
041900     EXIT.
042000 1110-LIRE-CARTE.
042100     READ FCHAINE
042200     IF B727-CHAINE-FIN
042300        GO TO 1110-EXIT
042400     END-IF
042500     IF NOT B727-CHAINE-OK
042600        DISPLAY 'SOCB0727 - LECTURE SOCCHAIN KO FS='
042700                B727-FS-CHAINE
042800        GO TO 9999-ABANDON
042900     END-IF
043000     IF B727-CARTE-CHAINE (1 : 1) = '*'
043100     OR B727-CC-PROGRAMME = SPACES
043200        GO TO 1110-EXIT
043300     END-IF
043400     IF B727-NB-ETAPES = B727-MAX-ETAPES
043500        DISPLAY 'SOCB0727 - PLANNING PLEIN, CARTE IGNOREE : '
043600                B727-CC-PROGRAMME
043700        GO TO 1110-EXIT
043800     END-IF
043900     ADD 1 TO B727-NB-ETAPES
044000     MOVE B727-NB-ETAPES TO B727-E
044100     PERFORM 1200-INITIALISER-ETAPE THRU 1200-EXIT
044200     MOVE B727-CC-PROGRAMME TO B727-TE-PROGRAMME (B727-E)
044300     IF B727-CC-OBLIG = 'O'
044400        MOVE 'O' TO B727-TE-OBLIG (B727-E)
044500     END-IF
044600     IF B727-CC-LIMITE-9 NUMERIC
044700     AND B727-CC-LIMITE-9 < 240000
044800        MOVE B727-CC-LIMITE-9 TO B727-TE-LIMITE (B727-E)
044900     END-IF
045000     IF B727-CC-SEUIL-9 NUMERIC
045100     AND B727-CC-SEUIL-9 NOT = ZERO
045200        MOVE B727-CC-SEUIL-9 TO B727-TE-SEUIL (B727-E)
045300     END-IF
045400     MOVE B727-CC-LIBELLE TO B727-TE-LIBELLE (B727-E).
045500 1110-EXIT.
045600     EXIT.
045700 1150-RANGER-DEFAUT.
045800     ADD 1 TO B727-NB-ETAPES
045900     MOVE B727-NB-ETAPES TO B727-E
046000     PERFORM 1200-INITIALISER-ETAPE THRU 1200-EXIT
046100     MOVE B727-PD-PROGRAMME (B727-I) TO B727-TE-PROGRAMME (B727-E)
046200     MOVE B727-PD-OBLIG (B727-I) TO B727-TE-OBLIG (B727-E)
046300     MOVE B727-PD-LIMITE (B727-I) TO B727-TE-LIMITE (B727-E)
046400     MOVE B727-PD-LIBELLE (B727-I) TO B727-TE-LIBELLE (B727-E).
046500 1150-EXIT.
046600     EXIT.
046700******************************************************************
046800* 1200 - INITIALISATION D'UN POSTE DE LA TABLE DES ETAPES        *
046900*        (ETAPE FACULTATIVE, SANS LIMITE, SEUIL PAR DEFAUT)      *
047000******************************************************************
047100 1200-INITIALISER-ETAPE.
047200     MOVE SPACES TO B727-TE-PROGRAMME (B727-E)
047300     MOVE 'N' TO B727-TE-OBLIG (B727-E)
047400     MOVE ZERO TO B727-TE-LIMITE (B727-E)
047500     MOVE B727-SEUIL-DEFAUT TO B727-TE-SEUIL (B727-E)
047600     MOVE SPACES TO B727-TE-LIBELLE (B727-E)
047700     MOVE ZERO TO B727-TE-NB-PASSAGES (B727-E)
047800     MOVE 'N' TO B727-TE-FIN-SW (B727-E)
047900     MOVE ZERO TO B727-TE-DEBUT-DATE (B727-E)
048000     MOVE ZERO TO B727-TE-DEBUT-HEURE (B727-E)
048100     MOVE ZERO TO B727-TE-FIN-DATE (B727-E)
048200     MOVE ZERO TO B727-TE-FIN-HEURE (B727-E)
048300     MOVE ZERO TO B727-TE-RC (B727-E)
048400     MOVE ZERO TO B727-TE-NB-HISTO (B727-E)
048500     MOVE ZERO TO B727-TE-RANG-HISTO (B727-E)
048600     PERFORM 1210-RAZ-COMPTEUR THRU 1210-EXIT
048700         VARYING B727-K FROM 1 BY 1
048800         UNTIL B727-K > 8.
048900 1200-EXIT.
049000     EXIT.
049100 1210-RAZ-COMPTEUR.
049200     MOVE SPACES TO B727-TE-CPT-LIB (B727-E B727-K)
049300     MOVE ZERO TO B727-TE-CPT-VAL (B727-E B727-K).
049400 1210-EXIT.
049500     EXIT.
049600******************************************************************
049700* 2000 - UN ENREGISTREMENT DU JOURNAL DE SUIVI : PASSAGE DE LA   *
049800*        VACATION (DERNIER PASSAGE RETENU) OU PASSAGE ANTERIEUR  *
049900*        (HISTORIQUE DES VOLUMES)                                *
050000******************************************************************
050100 2000-TRAITER-SUIVI.
050200     ADD 1 TO B727-NB-LUS
050300     IF SSUI-DATE-DEBUT NOT NUMERIC
050400     OR SSUI-HEURE-DEBUT NOT NUMERIC
050500     OR SSUI-PROGRAMME = SPACES
050600        ADD 1 TO B727-NB-ECARTES
050700        GO TO 2000-SUITE
050800     END-IF
050900     COMPUTE B727-HORO-DEBUT =
051000             SSUI-DATE-DEBUT * 1000000 + SSUI-HEURE-DEBUT
051100     IF B727-HORO-DEBUT > B727-HORO-FERMETURE
051200        ADD 1 TO B727-NB-ECARTES
051300        GO TO 2000-SUITE
051400     END-IF
051500     MOVE SSUI-PROGRAMME TO B727-PROGRAMME-CHERCHE
051600     PERFORM 2100-RETENIR-ETAPE THRU 2100-EXIT
051700     IF NOT B727-ETAPE-RETENUE
051800        ADD 1 TO B727-NB-PERDUS
051900        GO TO 2000-SUITE
052000     END-IF
052100     IF B727-HORO-DEBUT < B727-HORO-OUVERTURE
052200        ADD 1 TO B727-NB-ANTERIEURS
052300        IF SSUI-FIN
052400        AND SSUI-RETURN-CODE NUMERIC
052500        AND SSUI-RETURN-CODE NOT > 4
052600           PERFORM 2300-MEMORISER-VOLUMES THRU 2300-EXIT
052700        END-IF
052800        GO TO 2000-SUITE
052900     END-IF
053000     ADD 1 TO B727-NB-VACATION
053100     IF SSUI-DEBUT
053200        PERFORM 2200-NOTER-DEBUT THRU 2200-EXIT
053300     END-IF
053400     IF SSUI-FIN
053500        PERFORM 2250-NOTER-FIN THRU 2250-EXIT
053600     END-IF.
053700 2000-SUITE.
053800     PERFORM 8100-LIRE-SUIVI THRU 8100-EXIT.
053900 2000-EXIT.
054000     EXIT.
054100******************************************************************
054200* 2100 - RECHERCHE DE L'ETAPE DANS LA TABLE ; UN PROGRAMME NON   *
054300*        PLANIFIE Y EST AJOUTE COMME ETAPE FACULTATIVE           *
054400*        ENTREE : B727-PROGRAMME-CHERCHE   SORTIE : B727-E       *
054500******************************************************************
054600 2100-RETENIR-ETAPE.
054700     MOVE 'N' TO B727-ETAPE-SW
054800     PERFORM 2110-CHERCHER-ETAPE THRU 2110-EXIT
054900     IF B727-TROUVE
055000        MOVE 'O' TO B727-ETAPE-SW
055100        GO TO 2100-EXIT
055200     END-IF
055300     IF B727-NB-ETAPES = B727-MAX-ETAPES
055400        GO TO 2100-EXIT
055500     END-IF
055600     ADD 1 TO B727-NB-ETAPES
055700     MOVE B727-NB-ETAPES TO B727-E
055800     PERFORM 1200-INITIALISER-ETAPE THRU 1200-EXIT
055900     MOVE B727-PROGRAMME-CHERCHE TO B727-TE-PROGRAMME (B727-E)
056000     MOVE 'ETAPE NON PLANIFIEE' TO B727-TE-LIBELLE (B727-E)
056100     MOVE 'O' TO B727-ETAPE-SW.
056200 2100-EXIT.
056300     EXIT.
056400******************************************************************
056500* 2110 - RECHERCHE SEULE (SANS AJOUT) D'UN PROGRAMME DANS LA     *
056600*        TABLE DES ETAPES                                        *
056700*        ENTREE : B727-PROGRAMME-CHERCHE                         *
056800*        SORTIE : B727-TROUVE-SW, B727-E                         *
056900******************************************************************
057000 2110-CHERCHER-ETAPE.
057100     MOVE 'N' TO B727-TROUVE-SW
057200     PERFORM 2120-COMPARER-ETAPE THRU 2120-EXIT
057300         VARYING B727-ES FROM 1 BY 1
057400         UNTIL B727-ES > B727-NB-ETAPES
057500            OR B727-TROUVE.
057600 2110-EXIT.
057700     EXIT.
057800 2120-COMPARER-ETAPE.
057900     IF B727-TE-PROGRAMME (B727-ES) = B727-PROGRAMME-CHERCHE
058000        MOVE 'O' TO B727-TROUVE-SW
058100        MOVE B727-ES TO B727-E
058200     END-IF.
058300 2120-EXIT.
058400     EXIT.
058500******************************************************************
058600* 2200 - DEBUT D'UN PASSAGE DE LA VACATION : IL REMPLACE LE      *
058700*        PASSAGE PRECEDENT (RELANCE)                             *
058800******************************************************************
058900 2200-NOTER-DEBUT.
059000     ADD 1 TO B727-TE-NB-PASSAGES (B727-E)
059100     MOVE 'N' TO B727-TE-FIN-SW (B727-E)
059200     MOVE SSUI-DATE-DEBUT TO B727-TE-DEBUT-DATE (B727-E)
059300     MOVE SSUI-HEURE-DEBUT TO B727-TE-DEBUT-HEURE (B727-E)
059400     MOVE ZERO TO B727-TE-FIN-DATE (B727-E)
059500     MOVE ZERO TO B727-TE-FIN-HEURE (B727-E)
059600     MOVE ZERO TO B727-TE-RC (B727-E)
059700     PERFORM 1210-RAZ-COMPTEUR THRU 1210-EXIT
059800         VARYING B727-K FROM 1 BY 1
059900         UNTIL B727-K > 8.
060000 2200-EXIT.
060100     EXIT.
060200******************************************************************
060300* 2250 - FIN D'UN PASSAGE DE LA VACATION : CODE RETOUR ET        *
060400*        COMPTEURS. UNE FIN SANS DEBUT (DEBUT NON ECRIT) COMPTE  *
060500*        POUR UN PASSAGE                                         *
060600******************************************************************
060700 2250-NOTER-FIN.
060800     IF B727-TE-NB-PASSAGES (B727-E) = ZERO
060900     OR B727-TE-TERMINEE (B727-E)
061000     OR SSUI-DATE-DEBUT NOT = B727-TE-DEBUT-DATE (B727-E)
061100     OR SSUI-HEURE-DEBUT NOT = B727-TE-DEBUT-HEURE (B727-E)
061200        ADD 1 TO B727-TE-NB-PASSAGES (B727-E)
061300        MOVE SSUI-DATE-DEBUT TO B727-TE-DEBUT-DATE (B727-E)
061400        MOVE SSUI-HEURE-DEBUT TO B727-TE-DEBUT-HEURE (B727-E)
061500     END-IF
061600     MOVE 'O' TO B727-TE-FIN-SW (B727-E)
061700     MOVE SSUI-DATE-FIN TO B727-TE-FIN-DATE (B727-E)
061800     MOVE SSUI-HEURE-FIN TO B727-TE-FIN-HEURE (B727-E)
061900     IF SSUI-RETURN-CODE NUMERIC
062000        MOVE SSUI-RETURN-CODE TO B727-TE-RC (B727-E)
062100     ELSE
062200        MOVE 16 TO B727-TE-RC (B727-E)
062300     END-IF
062400     PERFORM 2260-NOTER-COMPTEUR THRU 2260-EXIT
062500         VARYING B727-K FROM 1 BY 1
062600         UNTIL B727-K > 8.
062700 2250-EXIT.
062800     EXIT.
062900 2260-NOTER-COMPTEUR.
063000     MOVE SSUI-CPT-LIBELLE (B727-K)
063100       TO B727-TE-CPT-LIB (B727-E B727-K)
063200     IF SSUI-CPT-VALEUR (B727-K) NUMERIC
063300        MOVE SSUI-CPT-VALEUR (B727-K)
063400          TO B727-TE-CPT-VAL (B727-E B727-K)
063500     ELSE
063600        MOVE ZERO TO B727-TE-CPT-VAL (B727-E B727-K)
063700     END-IF.
063800 2260-EXIT.
063900     EXIT.
064000******************************************************************
064100* 2300 - PASSAGE ANTERIEUR REUSSI : SES VOLUMES REMPLACENT LES   *
064200*        PLUS ANCIENS DE LA TABLE TOURNANTE DE L'ETAPE           *
064300******************************************************************
064400 2300-MEMORISER-VOLUMES.
064500     ADD 1 TO B727-TE-RANG-HISTO (B727-E)
064600     IF B727-TE-RANG-HISTO (B727-E) > B727-MAX-HISTO
064700        MOVE 1 TO B727-TE-RANG-HISTO (B727-E)
064800     END-IF
064900     IF B727-TE-NB-HISTO (B727-E) < B727-MAX-HISTO
065000        ADD 1 TO B727-TE-NB-HISTO (B727-E)
065100     END-IF
065200     MOVE B727-TE-RANG-HISTO (B727-E) TO B727-I
065300     PERFORM 2310-MEMORISER-COMPTEUR THRU 2310-EXIT
065400         VARYING B727-K FROM 1 BY 1
065500         UNTIL B727-K > 8.
065600 2300-EXIT.
065700     EXIT.
065800 2310-MEMORISER-COMPTEUR.
065900     IF SSUI-CPT-VALEUR (B727-K) NUMERIC
066000        MOVE SSUI-CPT-VALEUR (B727-K)
066100          TO B727-TE-HISTO-VAL (B727-E B727-I B727-K)
066200     ELSE
066300        MOVE ZERO TO B727-TE-HISTO-VAL (B727-E B727-I B727-K)
066400     END-IF.
066500 2310-EXIT.
066600     EXIT.
066700******************************************************************
066800* 3000 - EDITION : UNE LIGNE PAR ETAPE SUIVIE DE SES ALERTES,    *
066900*        CONTROLES PARTICULIERS DE LA CHAINE                     *
067000******************************************************************
067100 3000-EDITER-ETAT.
067200     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
067300     PERFORM 3100-EDITER-ETAPE THRU 3100-EXIT
067400         VARYING B727-E FROM 1 BY 1
067500         UNTIL B727-E > B727-NB-ETAPES
067600     MOVE B727-LE-SEPARATION TO B727-LIGNE-ETAT
067700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
067800     MOVE B727-LE-TITRE-CTL TO B727-LIGNE-ETAT
067900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
068000     PERFORM 3500-CONTROLER-PURGE THRU 3500-EXIT
068100     PERFORM 3600-CONTROLER-CORRDIST THRU 3600-EXIT.
068200 3000-EXIT.
068300     EXIT.
068400******************************************************************
068500* 3100 - UNE ETAPE : STATUT DU DERNIER PASSAGE DE LA VACATION,   *
068600*        PUIS ALERTES (ABSENCE, ABANDON, ERREUR, RETARD, VOLUME) *
068700******************************************************************
068800 3100-EDITER-ETAPE.
068900     IF B727-TE-OBLIGATOIRE (B727-E)
069000        ADD 1 TO B727-NB-OBLIG
069100     END-IF
069200     MOVE B727-TE-PROGRAMME (B727-E) TO B727-LD-PROGRAMME
069300     MOVE B727-TE-LIBELLE (B727-E) TO B727-LD-LIBELLE
069400     MOVE SPACES TO B727-LD-DEBUT
069500     MOVE SPACES TO B727-LD-FIN
069600     MOVE SPACES TO B727-LD-RC
069700     MOVE SPACES TO B727-LD-CPT-LIB
069800     MOVE SPACES TO B727-LD-CPT-VAL
069900     IF B727-TE-LIMITE (B727-E) = ZERO
070000        MOVE SPACES TO B727-LD-LIMITE
070100     ELSE
070200        MOVE B727-TE-LIMITE (B727-E) TO B727-ED-HEURE
070300        MOVE B727-ED-HEURE TO B727-LD-LIMITE
070400     END-IF
070500     IF B727-TE-NB-PASSAGES (B727-E) = ZERO
070600        IF B727-TE-OBLIGATOIRE (B727-E)
070700           MOVE 'ABSENTE' TO B727-LD-STATUT
070800        ELSE
070900           MOVE 'NON PASSEE' TO B727-LD-STATUT
071000        END-IF
071100        MOVE B727-LE-ETAPE TO B727-LIGNE-ETAT
071200        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
071300        IF B727-TE-OBLIGATOIRE (B727-E)
071400           MOVE 'ETAPE OBLIGATOIRE NON EXECUTEE DANS LA VACATION'
071500             TO B727-LA-TEXTE
071600           PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
071700        END-IF
071800        GO TO 3100-EXIT
071900     END-IF
072000     MOVE B727-TE-DEBUT-DATE (B727-E) TO B727-LD-DEBUT-DATE
072100     MOVE B727-TE-DEBUT-HEURE (B727-E) TO B727-LD-DEBUT-HEURE
072200     IF NOT B727-TE-TERMINEE (B727-E)
072300        MOVE 'ABANDON' TO B727-LD-STATUT
072400        MOVE B727-LE-ETAPE TO B727-LIGNE-ETAT
072500        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
072600        MOVE 'DEBUT SANS FIN : ARRET BRUTAL (ABEND, ANNULATION)'
072700          TO B727-LA-TEXTE
072800        MOVE 'OU TRAITEMENT ENCORE EN COURS'
072900          TO B727-LA-TEXTE (51 : 30)
073000        PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
073100        PERFORM 3150-NOTER-RELANCE THRU 3150-EXIT
073200        GO TO 3100-EXIT
073300     END-IF
073400     MOVE B727-TE-FIN-DATE (B727-E) TO B727-LD-FIN-DATE
073500     MOVE B727-TE-FIN-HEURE (B727-E) TO B727-LD-FIN-HEURE
073600     MOVE B727-TE-RC (B727-E) TO B727-ED-RC
073700     MOVE B727-ED-RC TO B727-LD-RC
073800     MOVE B727-TE-CPT-LIB (B727-E 1) TO B727-LD-CPT-LIB
073900     MOVE B727-TE-CPT-VAL (B727-E 1) TO B727-ED-NB
074000     MOVE B727-ED-NB TO B727-LD-CPT-VAL
074100     EVALUATE TRUE
074200         WHEN B727-TE-RC (B727-E) > 12
074300              MOVE 'ABANDON' TO B727-LD-STATUT
074400         WHEN B727-TE-RC (B727-E) > 4
074500              MOVE 'EN ERREUR' TO B727-LD-STATUT
074600         WHEN B727-TE-RC (B727-E) > ZERO
074700              MOVE 'AVERTISSEMENT' TO B727-LD-STATUT
074800         WHEN OTHER
074900              MOVE 'OK' TO B727-LD-STATUT
075000     END-EVALUATE
075100     MOVE B727-LE-ETAPE TO B727-LIGNE-ETAT
075200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
075300     MOVE B727-TE-RC (B727-E) TO B727-ED-RC
075400     EVALUATE TRUE
075500         WHEN B727-TE-RC (B727-E) > 12
075600              MOVE SPACES TO B727-LA-TEXTE
075700              STRING 'ABANDON DU TRAITEMENT, CODE RETOUR '
075800                     B727-ED-RC ' - VOIR LA SYSOUT DE L''ETAPE'
075900                     DELIMITED BY SIZE INTO B727-LA-TEXTE
076000              PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
076100         WHEN B727-TE-RC (B727-E) > 4
076200              MOVE SPACES TO B727-LA-TEXTE
076300              STRING 'TRAITEMENT EN ERREUR, CODE RETOUR '
076400                     B727-ED-RC ' - VOIR L''ETAT DE L''ETAPE'
076500                     DELIMITED BY SIZE INTO B727-LA-TEXTE
076600              PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
076700         WHEN OTHER
076800              ADD 1 TO B727-NB-CONFORMES
076900     END-EVALUATE
077000     PERFORM 3150-NOTER-RELANCE THRU 3150-EXIT
077100     PERFORM 3200-CONTROLER-DELAI THRU 3200-EXIT
077200     IF B727-TE-RC (B727-E) NOT > 4
077300        PERFORM 3300-CONTROLER-VOLUME THRU 3300-EXIT
077400            VARYING B727-K FROM 1 BY 1
077500            UNTIL B727-K > 8
077600     END-IF.
077700 3100-EXIT.
077800     EXIT.
077900******************************************************************
078000* 3150 - NOTE SUR UNE ETAPE PASSEE PLUSIEURS FOIS (RELANCE) :    *
078100*        SEUL LE DERNIER PASSAGE EST EDITE                       *
078200******************************************************************
078300 3150-NOTER-RELANCE.
078400     IF B727-TE-NB-PASSAGES (B727-E) > 1
078500        MOVE B727-TE-NB-PASSAGES (B727-E) TO B727-ED-NB
078600        MOVE SPACES TO B727-LN-TEXTE
078700        STRING 'NOTE : ETAPE RELANCEE,' B727-ED-NB
078800               ' PASSAGES DANS LA VACATION'
078900               ' (DERNIER PASSAGE EDITE)'
079000               DELIMITED BY SIZE INTO B727-LN-TEXTE
079100        MOVE B727-LE-NOTE TO B727-LIGNE-ETAT
079200        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
079300     END-IF.
079400 3150-EXIT.
079500     EXIT.
079600******************************************************************
079700* 3200 - RETARD : FIN DU TRAITEMENT APRES L'HEURE LIMITE DU JOUR *
079800*        EDITE                                                   *
079900******************************************************************
080000 3200-CONTROLER-DELAI.
080100     IF B727-TE-LIMITE (B727-E) = ZERO
080200        GO TO 3200-EXIT
080300     END-IF
080400     COMPUTE B727-HORO-LIMITE =
080500             B727-DATE-EDITEE * 1000000 + B727-TE-LIMITE (B727-E)
080600     COMPUTE B727-HORO-FIN =
080700             B727-TE-FIN-DATE (B727-E) * 1000000
080800           + B727-TE-FIN-HEURE (B727-E)
080900     IF B727-HORO-FIN > B727-HORO-LIMITE
081000        MOVE B727-TE-LIMITE (B727-E) TO B727-ED-HEURE
081100        MOVE SPACES TO B727-LA-TEXTE
081200        STRING 'EN RETARD : FIN LE ' B727-TE-FIN-DATE (B727-E)
081300               ' A ' B727-LD-FIN-HEURE
081400               ', HEURE LIMITE ' B727-ED-HEURE
081500               DELIMITED BY SIZE INTO B727-LA-TEXTE
081600        PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
081700     END-IF.
081800 3200-EXIT.
081900     EXIT.
082000******************************************************************
082100* 3300 - VOLUME D'UN COMPTEUR CONTRE LA MOYENNE DES DERNIERS     *
082200*        PASSAGES REUSSIS (ECART EN POURCENT AU-DELA DU SEUIL DE *
082300*        L'ETAPE ET ECART ABSOLU AU MOINS EGAL AU PLANCHER)      *
082400******************************************************************
082500 3300-CONTROLER-VOLUME.
082600     IF B727-TE-CPT-LIB (B727-E B727-K) = SPACES
082700     OR B727-TE-NB-HISTO (B727-E) < B727-MIN-HISTO
082800        GO TO 3300-EXIT
082900     END-IF
083000     MOVE ZERO TO B727-SOMME
083100     PERFORM 3310-CUMULER-HISTO THRU 3310-EXIT
083200         VARYING B727-I FROM 1 BY 1
083300         UNTIL B727-I > B727-TE-NB-HISTO (B727-E)
083400     COMPUTE B727-MOYENNE ROUNDED =
083500             B727-SOMME / B727-TE-NB-HISTO (B727-E)
083600     MOVE B727-TE-CPT-VAL (B727-E B727-K) TO B727-VALEUR
083700     IF B727-VALEUR > B727-MOYENNE
083800        COMPUTE B727-ECART = B727-VALEUR - B727-MOYENNE
083900     ELSE
084000        COMPUTE B727-ECART = B727-MOYENNE - B727-VALEUR
084100     END-IF
084200     IF B727-ECART < B727-PLANCHER-ECART
084300        GO TO 3300-EXIT
084400     END-IF
084500     IF B727-MOYENNE = ZERO
084600        MOVE 99999 TO B727-ECART-PCT
084700     ELSE
084800        IF B727-ECART / B727-MOYENNE > 999
084900           MOVE 99999 TO B727-ECART-PCT
085000        ELSE
085100           COMPUTE B727-ECART-PCT =
085200                   (B727-ECART * 100) / B727-MOYENNE
085300        END-IF
085400     END-IF
085500     IF B727-ECART-PCT NOT > B727-TE-SEUIL (B727-E)
085600        GO TO 3300-EXIT
085700     END-IF
085800     MOVE B727-TE-NB-HISTO (B727-E) TO B727-NB-HISTO
085900     MOVE SPACES TO B727-LA-TEXTE
086000     STRING 'VOLUME ' B727-TE-CPT-LIB (B727-E B727-K)
086100            ' : ' B727-VALEUR
086200            ' POUR UNE MOYENNE DE ' B727-MOYENNE
086300            ' (' B727-NB-HISTO ' PASSAGES) - ECART '
086400            B727-ECART-PCT ' PCT'
086500            DELIMITED BY SIZE INTO B727-LA-TEXTE
086600     PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT.
086700 3300-EXIT.
086800     EXIT.
086900 3310-CUMULER-HISTO.
087000     ADD B727-TE-HISTO-VAL (B727-E B727-I B727-K) TO B727-SOMME.
087100 3310-EXIT.
087200     EXIT.
087300******************************************************************
087400* 3500 - CONTROLE PARTICULIER : LA PURGE SOCB0717 DOIT AVOIR     *
087500*        ARCHIVE DES ENREGISTREMENTS                             *
087600******************************************************************
087700 3500-CONTROLER-PURGE.
087800     MOVE 'SOCB0717' TO B727-PROGRAMME-CHERCHE
087900     PERFORM 2110-CHERCHER-ETAPE THRU 2110-EXIT
088000     IF NOT B727-TROUVE
088100        MOVE 'SOCB0717 : ETAPE NON PLANIFIEE - SANS OBJET'
088200          TO B727-LN-TEXTE
088300        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
088400        GO TO 3500-EXIT
088500     END-IF
088600     IF NOT B727-TE-TERMINEE (B727-E)
088700        MOVE 'SOCB0717 : PURGE NON TERMINEE - VOIR CI-DESSUS'
088800          TO B727-LN-TEXTE
088900        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
089000        GO TO 3500-EXIT
089100     END-IF
089200     IF B727-TE-CPT-VAL (B727-E B727-RG-ARCHIVES) = ZERO
089300        MOVE 'SOCB0717 : PURGE TERMINEE SANS AUCUN ENREGISTREMENT'
089400          TO B727-LA-TEXTE
089500        MOVE 'ARCHIVE - VERIFIER LA RETENTION ET LES JOURNAUX'
089600          TO B727-LA-TEXTE (53 : 50)
089700        PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
089800     ELSE
089900        MOVE SPACES TO B727-LN-TEXTE
090000        MOVE B727-TE-CPT-VAL (B727-E B727-RG-ARCHIVES)
090100          TO B727-ED-NB
090200        STRING 'SOCB0717 : ' B727-ED-NB
090300               ' ENREGISTREMENTS ARCHIVES PAR LA PURGE'
090400               DELIMITED BY SIZE INTO B727-LN-TEXTE
090500        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
090600     END-IF.
090700 3500-EXIT.
090800     EXIT.
090900******************************************************************
091000* 3600 - CONTROLE PARTICULIER : EXCEPTIONS I ET D DE SOCB0714    *
091100*        SANS DETAIL DANS LE FICHIER CORRDIST DE SOCB0718        *
091200******************************************************************
091300 3600-CONTROLER-CORRDIST.
091400     MOVE 'SOCB0714' TO B727-PROGRAMME-CHERCHE
091500     PERFORM 2110-CHERCHER-ETAPE THRU 2110-EXIT
091600     IF NOT B727-TROUVE
091700        MOVE ZERO TO B727-E-0714
091800     ELSE
091900        MOVE B727-E TO B727-E-0714
092000     END-IF
092100     MOVE 'SOCB0718' TO B727-PROGRAMME-CHERCHE
092200     PERFORM 2110-CHERCHER-ETAPE THRU 2110-EXIT
092300     IF NOT B727-TROUVE
092400        MOVE ZERO TO B727-E-0718
092500     ELSE
092600        MOVE B727-E TO B727-E-0718
092700     END-IF
092800     IF B727-E-0714 = ZERO
092900        MOVE 'SOCB0714 : ETAPE NON PLANIFIEE - SANS OBJET'
093000          TO B727-LN-TEXTE
093100        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
093200        GO TO 3600-EXIT
093300     END-IF
093400     IF NOT B727-TE-TERMINEE (B727-E-0714)
093500        MOVE 'SOCB0714 : RAPPROCHEMENT NON TERMINE - SANS OBJET'
093600          TO B727-LN-TEXTE
093700        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
093800        GO TO 3600-EXIT
093900     END-IF
094000     COMPUTE B727-NB-EXC-ID =
094100             B727-TE-CPT-VAL (B727-E-0714 B727-RG-EXC-I)
094200           + B727-TE-CPT-VAL (B727-E-0714 B727-RG-EXC-D)
094300     MOVE B727-NB-EXC-ID TO B727-ED-NB
094400     IF B727-NB-EXC-ID = ZERO
094500        MOVE 'SOCB0714 : AUCUNE EXCEPTION I OU D - SANS OBJET'
094600          TO B727-LN-TEXTE
094700        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
094800        GO TO 3600-EXIT
094900     END-IF
095000     IF B727-E-0718 = ZERO
095100        MOVE SPACES TO B727-LA-TEXTE
095200        STRING 'SOCB0718 NON PLANIFIEE : LES' B727-ED-NB
095300               ' EXCEPTIONS I/D DE SOCB0714 NE SONT PAS PARTIES'
095400               DELIMITED BY SIZE INTO B727-LA-TEXTE
095500        PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
095600        GO TO 3600-EXIT
095700     END-IF
095800     IF NOT B727-TE-TERMINEE (B727-E-0718)
095900        MOVE SPACES TO B727-LA-TEXTE
096000        STRING 'SOCB0718 NON TERMINEE : LES' B727-ED-NB
096100               ' EXCEPTIONS I/D DE SOCB0714 NE SONT PAS PARTIES'
096200               DELIMITED BY SIZE INTO B727-LA-TEXTE
096300        PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
096400        GO TO 3600-EXIT
096500     END-IF
096600     IF B727-TE-CPT-VAL (B727-E-0718 B727-RG-DETAILS) = ZERO
096700        MOVE SPACES TO B727-LA-TEXTE
096800        STRING 'SOCB0718 : AUCUN DETAIL CORRDIST ALORS QUE'
096900               ' SOCB0714 A RELEVE' B727-ED-NB ' EXCEPTIONS I/D'
097000               DELIMITED BY SIZE INTO B727-LA-TEXTE
097100        PERFORM 3900-ECRIRE-ALERTE THRU 3900-EXIT
097200     ELSE
097300        MOVE SPACES TO B727-LN-TEXTE
097400        STRING 'SOCB0718 :'
097500               B727-TE-CPT-VAL (B727-E-0718 B727-RG-DETAILS)
097600               ' DETAILS CORRDIST POUR' B727-ED-NB
097700               ' EXCEPTIONS I/D DE SOCB0714'
097800               DELIMITED BY SIZE INTO B727-LN-TEXTE
097900        PERFORM 3950-ECRIRE-NOTE THRU 3950-EXIT
098000     END-IF.
098100 3600-EXIT.
098200     EXIT.
098300******************************************************************
098400* 3900 - LIGNE D'ALERTE (***) ET LIGNE DE NOTE                   *
098500******************************************************************
098600 3900-ECRIRE-ALERTE.
098700     ADD 1 TO B727-NB-ALERTES
098800     MOVE B727-LE-ALERTE TO B727-LIGNE-ETAT
098900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
099000 3900-EXIT.
099100     EXIT.
099200 3950-ECRIRE-NOTE.
099300     MOVE B727-LE-NOTE TO B727-LIGNE-ETAT
099400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
099500 3950-EXIT.
099600     EXIT.
099700******************************************************************
099800* 4000 - SYNTHESE, VERDICT ET CODE RETOUR                        *
099900******************************************************************
100000 4000-TERMINER.
100100     CLOSE FSUIVI
100200     MOVE B727-LE-SEPARATION TO B727-LIGNE-ETAT
100300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
100400     MOVE 'ETAPES OBLIGATOIRES ............... :'
100500       TO B727-LT-LIBELLE
100600     MOVE B727-NB-OBLIG TO B727-LT-NB
100700     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
100800     MOVE 'ETAPES TERMINEES EN CODE RETOUR 0/4 :'
100900       TO B727-LT-LIBELLE
101000     MOVE B727-NB-CONFORMES TO B727-LT-NB
101100     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
101200     MOVE 'ENREG. DU JOURNAL DANS LA VACATION  :'
101300       TO B727-LT-LIBELLE
101400     MOVE B727-NB-VACATION TO B727-LT-NB
101500     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
101600     MOVE 'ENREG. ANTERIEURS (MOYENNES) ...... :'
101700       TO B727-LT-LIBELLE
101800     MOVE B727-NB-ANTERIEURS TO B727-LT-NB
101900     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
102000     MOVE 'ALERTES ........................... :'
102100       TO B727-LT-LIBELLE
102200     MOVE B727-NB-ALERTES TO B727-LT-NB
102300     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
102400     IF B727-NB-PERDUS NOT = ZERO
102500        MOVE 'ENREG. IGNORES (TABLE DES ETAPES) . :'
102600          TO B727-LT-LIBELLE
102700        MOVE B727-NB-PERDUS TO B727-LT-NB
102800        PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
102900     END-IF
103000     MOVE B727-LE-SEPARATION TO B727-LIGNE-ETAT
103100     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
103200     IF B727-NB-ALERTES = ZERO
103300        MOVE 'CHAINE CONFORME - AUCUNE ALERTE'
103400          TO B727-LV-LIBELLE
103500     ELSE
103600        MOVE 'CHAINE A EXAMINER - VOIR LES LIGNES MARQUEES ***'
103700          TO B727-LV-LIBELLE
103800     END-IF
103900     MOVE B727-LE-VERDICT TO B727-LIGNE-ETAT
104000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
104100     CLOSE FETAT
104200     DISPLAY 'SOCB0727 - ENREGISTREMENTS LUS  : ' B727-NB-LUS
104300     DISPLAY 'SOCB0727 - DANS LA VACATION     : ' B727-NB-VACATION
104400     DISPLAY 'SOCB0727 - ENREG. ECARTES       : ' B727-NB-ECARTES
104500     DISPLAY 'SOCB0727 - ALERTES              : ' B727-NB-ALERTES
104600     IF B727-NB-ALERTES = ZERO
104700        MOVE ZERO TO RETURN-CODE
104800     ELSE
104900        MOVE 4 TO RETURN-CODE
105000     END-IF.
105100 4000-EXIT.
105200     EXIT.
105300 4100-EDITER-TOTAL.
105400     MOVE B727-LE-TOTAL TO B727-LIGNE-ETAT
105500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
105600 4100-EXIT.
105700     EXIT.
105800******************************************************************
105900* 6100 - SAUT DE PAGE ET ENTETES                                 *
106000******************************************************************
106100 6100-SAUT-DE-PAGE.
106200     ADD 1 TO B727-PAGE-CPT
106300     MOVE B727-DATE-JOUR TO B727-LE-DATE-EDIT
106400     MOVE B727-PAGE-CPT TO B727-LE-PAGE
106500     MOVE B727-LE-ENTETE1 TO B727-LIGNE-ETAT
106600     WRITE B727-LIGNE-ETAT AFTER ADVANCING PAGE
106700     MOVE B727-DATE-VEILLE TO B727-LE-OUV-DATE
106800     MOVE B727-HEURE-OUVERTURE TO B727-LE-OUV-HEURE
106900     MOVE B727-DATE-EDITEE TO B727-LE-FER-DATE
107000     MOVE B727-LE-ENTETE2 TO B727-LIGNE-ETAT
107100     WRITE B727-LIGNE-ETAT AFTER ADVANCING 1 LINE
107200     MOVE SPACES TO B727-LIGNE-ETAT
107300     WRITE B727-LIGNE-ETAT AFTER ADVANCING 1 LINE
107400     MOVE B727-LE-COLONNES TO B727-LIGNE-ETAT
107500     WRITE B727-LIGNE-ETAT AFTER ADVANCING 1 LINE
107600     MOVE SPACES TO B727-LIGNE-ETAT
107700     WRITE B727-LIGNE-ETAT AFTER ADVANCING 1 LINE
107800     MOVE 5 TO B727-LIGNE-CPT.
107900 6100-EXIT.
108000     EXIT.
108100******************************************************************
108200* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
108300******************************************************************
108400 6200-ECRIRE-LIGNE.
108500*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
108600*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
108700     MOVE B727-LIGNE-ETAT TO B727-LIGNE-TRAV
108800     IF B727-LIGNE-CPT > 58
108900        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
109000        MOVE B727-LIGNE-TRAV TO B727-LIGNE-ETAT
109100     END-IF
109200     WRITE B727-LIGNE-ETAT AFTER ADVANCING 1 LINE
109300     ADD 1 TO B727-LIGNE-CPT.
109400 6200-EXIT.
109500     EXIT.
109600******************************************************************
109700* 7500 - CONVERSION DATE CIVILE (SSAAMMJJ) EN JOUR JULIEN.       *
109800*        CALCUL ENTIER CLASSIQUE, CHAQUE DIVISION EST STOCKEE    *
109900*        DANS UN ENTIER POUR FORCER LA TRONCATURE.               *
110000*        ENTREE : B727-CAL-DATE   SORTIE : B727-CAL-JULIEN       *
110100******************************************************************
110200 7500-DATE-VERS-JULIEN.
110300     COMPUTE B727-CAL-AAAA = B727-CAL-DATE / 10000
110400     COMPUTE B727-CAL-MM =
110500             (B727-CAL-DATE / 100) - B727-CAL-AAAA * 100
110600     COMPUTE B727-CAL-T1 = B727-CAL-DATE / 100
110700     COMPUTE B727-CAL-JJ = B727-CAL-DATE - B727-CAL-T1 * 100
110800     COMPUTE B727-CAL-A = (14 - B727-CAL-MM) / 12
110900     COMPUTE B727-CAL-Y = B727-CAL-AAAA + 4800 - B727-CAL-A
111000     COMPUTE B727-CAL-M = B727-CAL-MM + 12 * B727-CAL-A - 3
111100     COMPUTE B727-CAL-T1 = (153 * B727-CAL-M + 2) / 5
111200     COMPUTE B727-CAL-T2 = B727-CAL-Y / 4
111300     COMPUTE B727-CAL-T3 = B727-CAL-Y / 100
111400     COMPUTE B727-CAL-T4 = B727-CAL-Y / 400
111500     COMPUTE B727-CAL-JULIEN = B727-CAL-JJ + B727-CAL-T1
111600             + 365 * B727-CAL-Y + B727-CAL-T2 - B727-CAL-T3
111700             + B727-CAL-T4 - 32045.
111800 7500-EXIT.
111900     EXIT.
112000******************************************************************
112100* 7600 - CONVERSION JOUR JULIEN EN DATE CIVILE (SSAAMMJJ)        *
112200*        ENTREE : B727-CAL-JULIEN   SORTIE : B727-CAL-DATE       *
112300******************************************************************
112400 7600-JULIEN-VERS-DATE.
112500     COMPUTE B727-CAL-A = B727-CAL-JULIEN + 32044
112600     COMPUTE B727-CAL-Y = (4 * B727-CAL-A + 3) / 146097
112700     COMPUTE B727-CAL-T1 = 146097 * B727-CAL-Y / 4
112800     COMPUTE B727-CAL-T2 = B727-CAL-A - B727-CAL-T1
112900     COMPUTE B727-CAL-M = (4 * B727-CAL-T2 + 3) / 1461
113000     COMPUTE B727-CAL-T3 = 1461 * B727-CAL-M / 4
113100     COMPUTE B727-CAL-T4 = B727-CAL-T2 - B727-CAL-T3
113200     COMPUTE B727-CAL-T1 = (5 * B727-CAL-T4 + 2) / 153
113300     COMPUTE B727-CAL-T3 = (153 * B727-CAL-T1 + 2) / 5
113400     COMPUTE B727-CAL-JJ = B727-CAL-T4 - B727-CAL-T3 + 1
113500     COMPUTE B727-CAL-T2 = B727-CAL-T1 / 10
113600     COMPUTE B727-CAL-MM = B727-CAL-T1 + 3 - 12 * B727-CAL-T2
113700     COMPUTE B727-CAL-AAAA = 100 * B727-CAL-Y + B727-CAL-M
113800             - 4800 + B727-CAL-T2
113900     COMPUTE B727-CAL-DATE = B727-CAL-AAAA * 10000
114000             + B727-CAL-MM * 100 + B727-CAL-JJ.
114100 7600-EXIT.
114200     EXIT.
114300******************************************************************
114400* 8100 - LECTURE DU JOURNAL DE SUIVI                             *
114500******************************************************************
114600 8100-LIRE-SUIVI.
114700     READ FSUIVI
114800     EVALUATE TRUE
114900         WHEN B727-SUIVI-OK
115000              CONTINUE
115100         WHEN B727-SUIVI-FIN
115200              MOVE 'O' TO B727-FIN-SW
115300         WHEN OTHER
115400              DISPLAY 'SOCB0727 - LECTURE SOCSUIVI KO FS='
115500                      B727-FS-SUIVI
115600              GO TO 9999-ABANDON
115700     END-EVALUATE.
115800 8100-EXIT.
115900     EXIT.
116000******************************************************************
116100* 9999 - ABANDON DU TRAITEMENT                                   *
116200******************************************************************
116300 9999-ABANDON.
116400     DISPLAY 'SOCB0727 - ABANDON DU TRAITEMENT'
116500     MOVE 16 TO RETURN-CODE
116600     STOP RUN.
