000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0721.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - HISTORIQUE DES MODIFICATIONS DES      *
000900*               PERSONNES ENTRE DEUX EXTRAITS PERSREPO           *
001000*----------------------------------------------------------------*
001100* LA COPIE PERSVSAM EST RECHARGEE CHAQUE NUIT DEPUIS PERSREPO ET *
001200* L'IMAGE PRECEDENTE EST PERDUE. CETTE ETAPE, EXECUTEE APRES     *
001300* SOCB0709 (EXTRAIT ACCEPTE, CODE RETOUR 0), COMPARE L'EXTRAIT   *
001400* DU JOUR A LA GENERATION ACCEPTEE PRECEDENTE (PERSVEIL) PAR     *
001500* TRI DES DEUX FICHIERS SUR PREPO-PERSONENTITYID PUIS LECTURE EN *
001600* CONCORDANCE, ET ALIMENTE L'HISTORIQUE PERSHIST (SOCC07HI) :    *
001700*   - UNE CREATION PAR PERSONNE APPARUE ;                        *
001800*   - UNE SUPPRESSION PAR PERSONNE DISPARUE ;                    *
001900*   - UNE MODIFICATION PAR CHAMP SOCC07PR CHANGE, AVEC L'ANCIENNE*
002000*     ET LA NOUVELLE VALEUR ;                                    *
002100* CHAQUE MOUVEMENT PORTE LA DATE DE L'EXTRAIT (PERSCTRL).        *
002200*                                                                *
002300* L'HISTORIQUE EST CUMULATIF : L'ANCIEN (PERSHIST) EST RECOPIE   *
002400* DANS LE NOUVEAU (PERSHNEU) AVANT LES MOUVEMENTS DE LA NUIT.    *
002500* EN CAS DE REPRISE, LES MOUVEMENTS DEJA PRESENTS POUR LA MEME   *
002600* DATE D'EXTRAIT SONT ECARTES PUIS RECALCULES.                   *
002610*                                                                *
002620* ENCHAINEMENT DES GENERATIONS : PERSVEIL ET PERSHIST SONT LUS EN*
002630* GENERATION (0) DE LEUR GDG. SUR CODE RETOUR 0 OU 4, L'EXTRAIT  *
002640* PERSREPO DU JOUR EST CATALOGUE EN GENERATION (+1) DU GDG       *
002650* PERSVEIL ET PERSHNEU EN GENERATION (+1) DU GDG PERSHIST : LE   *
002660* PASSAGE SUIVANT LES RELIT EN GENERATION (0). SUR CODE RETOUR 16*
002670* RIEN N'EST CATALOGUE ET LE PASSAGE EST RELANCE TEL QUEL.       *
002700*                                                                *
002800* ETAT ETAT0721 : MOUVEMENTS DE LA NUIT (CREATIONS, SUPPRESSIONS,*
002900* DEMENAGEMENTS, CHANGEMENTS DE NOM, REAFFECTATIONS DE FOYER,    *
003000* CHANGEMENTS DE REFERENCE DISTRIBUTEUR) ET COMPTES PAR CHAMP.   *
003100* INTERROGATION PAR PERSONNE : BATCH SOCB0722.                   *
003200*                                                                *
003300* CODE RETOUR 0 : HISTORIQUE ALIMENTE.                           *
003400* CODE RETOUR 4 : GENERATION PRECEDENTE ABSENTE (PREMIER         *
003500*                 PASSAGE), HISTORIQUE RECOPIE SANS MOUVEMENT.   *
003600* CODE RETOUR 16 : INCIDENT TECHNIQUE.                           *
003700*----------------------------------------------------------------*
003800* HISTORIQUE DES MODIFICATIONS                                   *
003900* --------------------------                                     *
004000* 15/10/2026 CRP CREATION - HISTORIQUE DES MODIFICATIONS DU      *
004100*                REFERENTIEL PAR COMPARAISON DES EXTRAITS        *
004200*                (REPERE 2704HIST)                               *
004210* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
004220*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
004230*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-ENTERPRISE.
004700 OBJECT-COMPUTER. IBM-ENTERPRISE.
004800 SPECIAL-NAMES.
004900     DECIMAL-POINT IS COMMA.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*   *** EXTRAIT SEQUENTIEL DU REFERENTIEL DES PERSONNES (JOUR)
005300     SELECT FPERSREP ASSIGN TO PERSREPO
005400            ORGANIZATION IS SEQUENTIAL
005500            FILE STATUS IS B721-FS-PERSREP.
005600*   *** EXTRAIT DU JOUR TRIE
005700     SELECT FREPTRI ASSIGN TO REPOTRIE
005800            ORGANIZATION IS SEQUENTIAL
005900            FILE STATUS IS B721-FS-REPTRI.
006000*   *** GENERATION ACCEPTEE PRECEDENTE DE PERSREPO
006100     SELECT OPTIONAL FPERSVEI ASSIGN TO PERSVEIL
006200            ORGANIZATION IS SEQUENTIAL
006300            FILE STATUS IS B721-FS-PERSVEI.
006400*   *** GENERATION PRECEDENTE TRIEE
006500     SELECT FVEITRI ASSIGN TO VEILTRIE
006600            ORGANIZATION IS SEQUENTIAL
006700            FILE STATUS IS B721-FS-VEITRI.
006800*   *** FICHIER DE CONTROLE DE L'EXTRAIT (DATE + NB ANNONCES)
006900     SELECT FCONTROL ASSIGN TO PERSCTRL
007000            ORGANIZATION IS SEQUENTIAL
007100            FILE STATUS IS B721-FS-CONTROL.
007200*   *** HISTORIQUE DES MODIFICATIONS (ANCIEN ET NOUVEAU)
007300     SELECT OPTIONAL FHISTO ASSIGN TO PERSHIST
007400            ORGANIZATION IS SEQUENTIAL
007500            FILE STATUS IS B721-FS-HISTO.
007600     SELECT FHISNEW ASSIGN TO PERSHNEU
007700            ORGANIZATION IS SEQUENTIAL
007800            FILE STATUS IS B721-FS-HISNEW.
007900*   *** ETAT EDITE
008000     SELECT FETAT ASSIGN TO ETAT0721
008100            ORGANIZATION IS SEQUENTIAL
008200            FILE STATUS IS B721-FS-ETAT.
008300*   *** FICHIERS DE TRI
008400     SELECT FTRI1 ASSIGN TO SORTWK01.
008500     SELECT FTRI2 ASSIGN TO SORTWK02.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  FPERSREP
008900     BLOCK CONTAINS 0 RECORDS
009000     RECORD CONTAINS 450 CHARACTERS.
009100     COPY SOCC07PR.
009200 FD  FREPTRI
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORD CONTAINS 450 CHARACTERS.
009500 01  B721-REPTRIE                 PIC X(450).
009600 FD  FPERSVEI
009700     BLOCK CONTAINS 0 RECORDS
009800     RECORD CONTAINS 450 CHARACTERS.
009900 01  B721-PERSVEIL                PIC X(450).
010000 FD  FVEITRI
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORD CONTAINS 450 CHARACTERS.
010300 01  B721-VEITRIE                 PIC X(450).
010400 FD  FCONTROL
010500     BLOCK CONTAINS 0 RECORDS
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  B721-CONTROLE.
010800*   *** DATE DE CONSTITUTION DE L'EXTRAIT (SSAAMMJJ)
010900     05 B721-CT-DATE              PIC 9(08).
011000*   *** NOMBRE D'ENREGISTREMENTS ANNONCE PAR L'AMONT
011100     05 B721-CT-NB-ENREG          PIC 9(07).
011200     05 FILLER                    PIC X(65).
011300 FD  FHISTO
011400     BLOCK CONTAINS 0 RECORDS
011500     RECORD CONTAINS 250 CHARACTERS.
011600     COPY SOCC07HI REPLACING LEADING ==SHIS== BY ==HANC==.
011700 FD  FHISNEW
011800     BLOCK CONTAINS 0 RECORDS
011900     RECORD CONTAINS 250 CHARACTERS.
012000     COPY SOCC07HI.
012100 FD  FETAT
012200     BLOCK CONTAINS 0 RECORDS
012300     RECORD CONTAINS 132 CHARACTERS.
012400 01  B721-LIGNE-ETAT              PIC X(132).
012500 SD  FTRI1
012600     RECORD CONTAINS 450 CHARACTERS.
012700 01  TRI1-ENREG.
012800     05 TRI1-CLE                  PIC 9(11).
012900     05 FILLER                    PIC X(439).
013000 SD  FTRI2
013100     RECORD CONTAINS 450 CHARACTERS.
013200 01  TRI2-ENREG.
013300     05 TRI2-CLE                  PIC 9(11).
013400     05 FILLER                    PIC X(439).
013500 WORKING-STORAGE SECTION.
013600******************************************************************
013700* INDICATEURS ET COMPTEURS                                       *
013800******************************************************************
013900 77  B721-FS-PERSREP           PIC X(02) VALUE SPACES.
014000     88 B721-PERSREP-OK                  VALUE '00'.
014100 77  B721-FS-REPTRI            PIC X(02) VALUE SPACES.
014200     88 B721-REPTRI-OK                   VALUE '00'.
014300     88 B721-REPTRI-FIN                  VALUE '10'.
014400 77  B721-FS-PERSVEI           PIC X(02) VALUE SPACES.
014500     88 B721-PERSVEI-OK                  VALUE '00' '05'.
014600     88 B721-PERSVEI-ABSENT              VALUE '05' '35'.
014700 77  B721-FS-VEITRI            PIC X(02) VALUE SPACES.
014800     88 B721-VEITRI-OK                   VALUE '00'.
014900     88 B721-VEITRI-FIN                  VALUE '10'.
015000 77  B721-FS-CONTROL           PIC X(02) VALUE SPACES.
015100     88 B721-CONTROL-OK                  VALUE '00'.
015200 77  B721-FS-HISTO             PIC X(02) VALUE SPACES.
015300     88 B721-HISTO-OK                    VALUE '00' '05'.
015400     88 B721-HISTO-FIN                   VALUE '10'.
015500 77  B721-FS-HISNEW            PIC X(02) VALUE SPACES.
015600     88 B721-HISNEW-OK                   VALUE '00'.
015700 77  B721-FS-ETAT              PIC X(02) VALUE SPACES.
015800     88 B721-ETAT-OK                     VALUE '00'.
015900 77  B721-VEILLE-SW            PIC X(01) VALUE 'O'.
016000     88 B721-VEILLE-CONNUE               VALUE 'O'.
016100 77  B721-HISTO-FIN-SW         PIC X(01) VALUE 'N'.
016200     88 B721-FIN-HISTO                   VALUE 'O'.
016300*   *** MOUVEMENTS CONSTATES SUR LA PERSONNE EN COURS
016400 77  B721-MODIF-SW             PIC X(01) VALUE 'N'.
016500     88 B721-PERS-MODIFIEE               VALUE 'O'.
016600 77  B721-ADRESSE-SW           PIC X(01) VALUE 'N'.
016700     88 B721-PERS-DEMENAGE               VALUE 'O'.
016800 77  B721-NOM-SW               PIC X(01) VALUE 'N'.
016900     88 B721-PERS-CHGT-NOM               VALUE 'O'.
017000 77  B721-FOYER-SW             PIC X(01) VALUE 'N'.
017100     88 B721-PERS-CHGT-FOYER             VALUE 'O'.
017200 77  B721-REFER-SW             PIC X(01) VALUE 'N'.
017300     88 B721-PERS-CHGT-REFER             VALUE 'O'.
017400 77  B721-NB-REPO              PIC 9(07) VALUE ZERO.
017500 77  B721-NB-VEILLE            PIC 9(07) VALUE ZERO.
017600 77  B721-NB-DOUBLONS          PIC 9(07) VALUE ZERO.
017700 77  B721-NB-CREATIONS         PIC 9(07) VALUE ZERO.
017800 77  B721-NB-SUPPRESSIONS      PIC 9(07) VALUE ZERO.
017900 77  B721-NB-MODIFIEES         PIC 9(07) VALUE ZERO.
018000 77  B721-NB-INCHANGEES        PIC 9(07) VALUE ZERO.
018100 77  B721-NB-DEMENAGEMENTS     PIC 9(07) VALUE ZERO.
018200 77  B721-NB-CHGT-NOM          PIC 9(07) VALUE ZERO.
018300 77  B721-NB-CHGT-FOYER        PIC 9(07) VALUE ZERO.
018400 77  B721-NB-CHGT-REFER        PIC 9(07) VALUE ZERO.
018500 77  B721-NB-HIST-REPRIS       PIC 9(07) VALUE ZERO.
018600 77  B721-NB-HIST-ECARTES      PIC 9(07) VALUE ZERO.
018700 77  B721-NB-HIST-ECRITS       PIC 9(07) VALUE ZERO.
018800 77  B721-I                    PIC 9(03) COMP VALUE ZERO.
018900 77  B721-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
019000 77  B721-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
019100 77  B721-DATE-JOUR            PIC 9(08) VALUE ZERO.
019200 77  B721-DATE-EXTRAIT         PIC 9(08) VALUE ZERO.
019300 01  B721-LIGNE-TRAV           PIC X(132) VALUE SPACES.
019400 01  B721-DATE-SYS.
019500     05 B721-DS-AAMMJJ         PIC 9(06).
019600******************************************************************
019700* CLES DE CONCORDANCE (HIGH-VALUES = FICHIER EPUISE)             *
019800******************************************************************
019900 01  B721-CLE-REPO             PIC X(11) VALUE SPACES.
020000 01  B721-CLE-VEIL             PIC X(11) VALUE SPACES.
020100 01  B721-CLE-PREC             PIC X(11) VALUE SPACES.
020200******************************************************************
020300* CHAMPS SOCC07PR SUIVIS : NOM ET FAMILLE (A=ADRESSE N=NOM       *
020400* F=FOYER R=REFERENCE DISTRIBUTEUR BLANC=AUTRE), CUMULS DU JOUR  *
020500******************************************************************
020600 01  B721-CHAMPS-VAL.
020700     05 FILLER                 PIC X(31) VALUE
020800        'PERSONUSAGENAMELB             N'.
020900     05 FILLER                 PIC X(31) VALUE
021000        'BIRTHFORENAMELB               N'.
021100     05 FILLER                 PIC X(31) VALUE
021200        'PERSONPHONETICCD               '.
021300     05 FILLER                 PIC X(31) VALUE
021400        'PERSONBIRTHDT                  '.
021500     05 FILLER                 PIC X(31) VALUE
021600        'PERSONBIRTHZIPCD               '.
021700     05 FILLER                 PIC X(31) VALUE
021800        'ADDRESSPOSTALCD               A'.
021900     05 FILLER                 PIC X(31) VALUE
022000        'ADDRESSCITYLB                 A'.
022100     05 FILLER                 PIC X(31) VALUE
022200        'ADDRESSCITYPHONETICCD          '.
022300     05 FILLER                 PIC X(31) VALUE
022400        'ADDRESS4STREETLB              A'.
022500     05 FILLER                 PIC X(31) VALUE
022600        'ADDRESSPH                      '.
022700     05 FILLER                 PIC X(31) VALUE
022800        'ADDRESSMAILLB                  '.
022900     05 FILLER                 PIC X(31) VALUE
023000        'EXTERNALVA                     '.
023100     05 FILLER                 PIC X(31) VALUE
023200        'FOYERID                       F'.
023300     05 FILLER                 PIC X(31) VALUE
023400        'PERSONRANKID                   '.
023500     05 FILLER                 PIC X(31) VALUE
023600        'IND-FOYER-PRINC                '.
023700     05 FILLER                 PIC X(31) VALUE
023800        'IND-FOYER-PRIVI                '.
023900     05 FILLER                 PIC X(31) VALUE
024000        'CREDITTRADERID                R'.
024100     05 FILLER                 PIC X(31) VALUE
024200        'TRADEREXTREFID                R'.
024300     05 FILLER                 PIC X(31) VALUE
024400        'TRADINGINFOID                  '.
024500     05 FILLER                 PIC X(31) VALUE
024600        'TWFOCID                        '.
024700     05 FILLER                 PIC X(31) VALUE
024800        'PRODUCERREFCONTCD              '.
024900 01  B721-CHAMPS REDEFINES B721-CHAMPS-VAL.
025000     05 B721-CH-ENT            OCCURS 21 TIMES.
025100        10 B721-CH-NOM         PIC X(30).
025200        10 B721-CH-FAMILLE     PIC X(01).
025300 77  B721-NB-CHAMPS            PIC 9(03) COMP VALUE 21.
025400 01  B721-TB-CUMULS.
025500     05 B721-CH-NB             PIC 9(07) OCCURS 21 TIMES.
025600******************************************************************
025700* VALEURS DU MOUVEMENT EN COURS                                  *
025800******************************************************************
025900 01  B721-VAL-AVANT            PIC X(80) VALUE SPACES.
026000 01  B721-VAL-APRES            PIC X(80) VALUE SPACES.
026100 01  B721-IDENTITE.
026200     05 B721-ID-NOM            PIC X(50).
026300     05 B721-ID-PRENOM         PIC X(30).
026400******************************************************************
026500* IMAGES DE TRAVAIL : EXTRAIT DU JOUR ET GENERATION PRECEDENTE   *
026600******************************************************************
026700     COPY SOCC07PR REPLACING LEADING ==PREPO== BY ==RAPP==.
026800     COPY SOCC07PR REPLACING LEADING ==PREPO== BY ==VEIL==.
026900******************************************************************
027000* LIGNES D'EDITION                                               *
027100******************************************************************
027200 01  B721-LE-ENTETE1.
027300     05 FILLER                 PIC X(10) VALUE 'SOCB0721'.
027400     05 FILLER                 PIC X(30) VALUE
027500        'CTLM BANQUE - SERV0002'.
027600     05 FILLER                 PIC X(46) VALUE
027700        'MODIFICATIONS DU REFERENTIEL DES PERSONNES'.
027800     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
027900     05 B721-LE-DATE-EDIT      PIC 9(08).
028000     05 FILLER                 PIC X(12) VALUE '      PAGE'.
028100     05 B721-LE-PAGE           PIC ZZ9.
028200     05 FILLER                 PIC X(12) VALUE SPACES.
028300 01  B721-LE-ENTETE2.
028400     05 FILLER                 PIC X(13) VALUE 'EXTRAIT DU : '.
028500     05 B721-LE-EXTRAIT        PIC 9(08).
028600     05 FILLER                 PIC X(111) VALUE
028700        '   COMPARE A LA GENERATION ACCEPTEE PRECEDENTE'.
028800 01  B721-LE-TITRE-I.
028900     05 FILLER                 PIC X(132) VALUE
029000        'I. MOUVEMENTS DE LA NUIT'.
029100 01  B721-LE-TITRE-II.
029200     05 FILLER                 PIC X(132) VALUE
029300        'II. MODIFICATIONS PAR CHAMP'.
029400 01  B721-LE-COMPTE.
029500     05 FILLER                 PIC X(03) VALUE SPACES.
029600     05 B721-LC-LIBELLE        PIC X(40).
029700     05 B721-LC-NB             PIC ZZZZZZ9.
029800     05 FILLER                 PIC X(82) VALUE SPACES.
029900 01  B721-LE-ABSENTE.
030000     05 FILLER                 PIC X(132) VALUE
030100        '   GENERATION PRECEDENTE ABSENTE - AUCUNE COMPARAISON'.
030200 01  B721-LE-SEPARATION        PIC X(132) VALUE SPACES.
030300 01  B721-LE-TOTAUX.
030400     05 FILLER                 PIC X(24) VALUE
030500        'LUS DU JOUR : '.
030600     05 B721-LT-REPO           PIC ZZZZZZ9.
030700     05 FILLER                 PIC X(18) VALUE '   LUS VEILLE : '.
030800     05 B721-LT-VEILLE         PIC ZZZZZZ9.
030900     05 FILLER                 PIC X(18) VALUE '   DOUBLONS : '.
031000     05 B721-LT-DOUBLONS       PIC ZZZZZZ9.
031100     05 FILLER                 PIC X(51) VALUE SPACES.
031200 01  B721-LE-TOTAUX2.
031300     05 FILLER                 PIC X(24) VALUE
031400        'HISTORIQUE REPRIS : '.
031500     05 B721-LT-REPRIS         PIC ZZZZZZ9.
031600     05 FILLER                 PIC X(18) VALUE '   ECARTES : '.
031700     05 B721-LT-ECARTES        PIC ZZZZZZ9.
031800     05 FILLER                 PIC X(18) VALUE '   ECRITS : '.
031900     05 B721-LT-ECRITS         PIC ZZZZZZ9.
032000     05 FILLER                 PIC X(51) VALUE SPACES.
032010******************************************************************
032020* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
032030******************************************************************
032040     COPY SOCC07SU.
032100 PROCEDURE DIVISION.
032200******************************************************************
032300* 0000 - ENCHAINEMENT : TRIS, REPRISE, CONCORDANCE, EDITION      *
032400******************************************************************
032500 0000-MAINLINE.
032510     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
032600     PERFORM 1000-INITIALISATION THRU 1000-EXIT
032700     IF B721-VEILLE-CONNUE
032800        SORT FTRI1
032900             ON ASCENDING KEY TRI1-CLE
033000             USING FPERSREP
033100             GIVING FREPTRI
033200        IF SORT-RETURN NOT = ZERO
033300           DISPLAY 'SOCB0721 - TRI EXTRAIT DU JOUR EN ANOMALIE'
033400           GO TO 9999-ABANDON
033500        END-IF
033600        SORT FTRI2
033700             ON ASCENDING KEY TRI2-CLE
033800             USING FPERSVEI
033900             GIVING FVEITRI
034000        IF SORT-RETURN NOT = ZERO
034100           DISPLAY 'SOCB0721 - TRI GENERATION PRECEDENTE EN'
034200                   ' ANOMALIE'
034300           GO TO 9999-ABANDON
034400        END-IF
034500     END-IF
034600     PERFORM 1200-REPRENDRE-HISTORIQUE THRU 1200-EXIT
034700     IF B721-VEILLE-CONNUE
034800        PERFORM 2000-CONCORDER THRU 2000-EXIT
034900     END-IF
035000     CLOSE FHISNEW
035100     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
035200     PERFORM 4000-TERMINER THRU 4000-EXIT
035210     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
035300     GOBACK.
035400******************************************************************
035500* 1000 - INITIALISATION : DATE D'EXTRAIT, PRESENCE DE LA         *
035600*        GENERATION PRECEDENTE                                   *
035700******************************************************************
035800 1000-INITIALISATION.
035900     ACCEPT B721-DATE-SYS FROM DATE
036000     COMPUTE B721-DATE-JOUR = 20000000 + B721-DS-AAMMJJ
036100     MOVE ZERO TO B721-TB-CUMULS
036200     OPEN INPUT FCONTROL
036300     IF NOT B721-CONTROL-OK
036400        DISPLAY 'SOCB0721 - OUVERTURE PERSCTRL KO FS='
036500                B721-FS-CONTROL
036600        GO TO 9999-ABANDON
036700     END-IF
036800     READ FCONTROL
036900     IF NOT B721-CONTROL-OK
037000        DISPLAY 'SOCB0721 - LECTURE PERSCTRL KO FS='
037100                B721-FS-CONTROL
037200        GO TO 9999-ABANDON
037300     END-IF
037400     IF B721-CT-DATE NOT NUMERIC
037500     OR B721-CT-DATE = ZERO
037600        DISPLAY 'SOCB0721 - DATE D''EXTRAIT PERSCTRL INVALIDE'
037700        GO TO 9999-ABANDON
037800     END-IF
037900     MOVE B721-CT-DATE TO B721-DATE-EXTRAIT
038000     CLOSE FCONTROL
038100*    GENERATION PRECEDENTE ABSENTE : PREMIER PASSAGE, PAS DE
038200*    COMPARAISON (SINON TOUTE LA BASE PASSERAIT EN CREATION)
038300     OPEN INPUT FPERSVEI
038400     IF NOT B721-PERSVEI-OK
038500        DISPLAY 'SOCB0721 - OUVERTURE PERSVEIL KO FS='
038600                B721-FS-PERSVEI
038700        GO TO 9999-ABANDON
038800     END-IF
038900     IF B721-PERSVEI-ABSENT
039000        MOVE 'N' TO B721-VEILLE-SW
039100        DISPLAY 'SOCB0721 - GENERATION PRECEDENTE ABSENTE :'
039200                ' AUCUNE COMPARAISON'
039300     END-IF
039400     CLOSE FPERSVEI
039500     OPEN OUTPUT FHISNEW
039600     IF NOT B721-HISNEW-OK
039700        DISPLAY 'SOCB0721 - OUVERTURE PERSHNEU KO FS='
039800                B721-FS-HISNEW
039900        GO TO 9999-ABANDON
040000     END-IF.
040100 1000-EXIT.
040200     EXIT.
040300******************************************************************
040400* 1200 - REPRISE DE L'HISTORIQUE ANTERIEUR DANS LE NOUVEAU. LES  *
040500*        MOUVEMENTS DE LA MEME DATE D'EXTRAIT (PASSAGE ANTERIEUR *
040600*        DE CETTE ETAPE) SONT ECARTES : ILS SONT RECALCULES      *
040700******************************************************************
040800 1200-REPRENDRE-HISTORIQUE.
040900     OPEN INPUT FHISTO
041000     IF NOT B721-HISTO-OK
041100        DISPLAY 'SOCB0721 - OUVERTURE PERSHIST KO FS='
041200                B721-FS-HISTO
041300        GO TO 9999-ABANDON
041400     END-IF
041500     PERFORM 8300-LIRE-HISTO THRU 8300-EXIT
041600     PERFORM 1210-REPORTER-MOUVEMENT THRU 1210-EXIT
041700         UNTIL B721-FIN-HISTO
041800     CLOSE FHISTO.
041900 1200-EXIT.
042000     EXIT.
042100 1210-REPORTER-MOUVEMENT.
042200     IF HANC-DATE-EXTRAIT = B721-DATE-EXTRAIT
042300        ADD 1 TO B721-NB-HIST-ECARTES
042400     ELSE
042500        ADD 1 TO B721-NB-HIST-REPRIS
042600        MOVE HANC-ENREG TO SHIS-ENREG
042700        WRITE SHIS-ENREG
042800        IF NOT B721-HISNEW-OK
042900           DISPLAY 'SOCB0721 - ECRITURE PERSHNEU KO FS='
043000                   B721-FS-HISNEW
043100           GO TO 9999-ABANDON
043200        END-IF
043300     END-IF
043400     PERFORM 8300-LIRE-HISTO THRU 8300-EXIT.
043500 1210-EXIT.
043600     EXIT.
043700******************************************************************
043800* 2000 - LECTURE EN CONCORDANCE DES DEUX EXTRAITS TRIES          *
043900******************************************************************
044000 2000-CONCORDER.
044100     OPEN INPUT FREPTRI
044200     IF NOT B721-REPTRI-OK
044300        DISPLAY 'SOCB0721 - OUVERTURE REPOTRIE KO FS='
044400                B721-FS-REPTRI
044500        GO TO 9999-ABANDON
044600     END-IF
044700     OPEN INPUT FVEITRI
044800     IF NOT B721-VEITRI-OK
044900        DISPLAY 'SOCB0721 - OUVERTURE VEILTRIE KO FS='
045000                B721-FS-VEITRI
045100        GO TO 9999-ABANDON
045200     END-IF
045300     MOVE SPACES TO B721-CLE-REPO
045400     MOVE SPACES TO B721-CLE-VEIL
045500     PERFORM 8100-LIRE-REPO THRU 8100-EXIT
045600     PERFORM 8200-LIRE-VEILLE THRU 8200-EXIT
045700     PERFORM 2100-RAPPROCHER THRU 2100-EXIT
045800         UNTIL B721-CLE-REPO = HIGH-VALUES
045900           AND B721-CLE-VEIL = HIGH-VALUES
046000     CLOSE FREPTRI
046100     CLOSE FVEITRI.
046200 2000-EXIT.
046300     EXIT.
046400******************************************************************
046500* 2100 - RAPPROCHEMENT D'UN COUPLE DE CLES                       *
046600******************************************************************
046700 2100-RAPPROCHER.
046800     EVALUATE TRUE
046900         WHEN B721-CLE-REPO < B721-CLE-VEIL
047000              PERFORM 2200-CREATION THRU 2200-EXIT
047100              PERFORM 8100-LIRE-REPO THRU 8100-EXIT
047200         WHEN B721-CLE-REPO > B721-CLE-VEIL
047300              PERFORM 2300-SUPPRESSION THRU 2300-EXIT
047400              PERFORM 8200-LIRE-VEILLE THRU 8200-EXIT
047500         WHEN OTHER
047600              PERFORM 2400-COMPARER-CHAMPS THRU 2400-EXIT
047700              PERFORM 8100-LIRE-REPO THRU 8100-EXIT
047800              PERFORM 8200-LIRE-VEILLE THRU 8200-EXIT
047900     END-EVALUATE.
048000 2100-EXIT.
048100     EXIT.
048200******************************************************************
048300* 2200 - PERSONNE APPARUE DANS L'EXTRAIT DU JOUR                 *
048400******************************************************************
048500 2200-CREATION.
048600     ADD 1 TO B721-NB-CREATIONS
048700     MOVE SPACES TO SHIS-ENREG
048800     MOVE B721-DATE-EXTRAIT TO SHIS-DATE-EXTRAIT
048900     MOVE RAPP-PERSONENTITYID TO SHIS-PERSONENTITYID
049000     MOVE 'C' TO SHIS-MOUVEMENT
049100     MOVE RAPP-PERSONUSAGENAMELB TO B721-ID-NOM
049200     MOVE RAPP-BIRTHFORENAMELB TO B721-ID-PRENOM
049300     MOVE B721-IDENTITE TO SHIS-VAL-APRES
049400     PERFORM 2900-ECRIRE-HISTO THRU 2900-EXIT.
049500 2200-EXIT.
049600     EXIT.
049700******************************************************************
049800* 2300 - PERSONNE ABSENTE DE L'EXTRAIT DU JOUR                   *
049900******************************************************************
050000 2300-SUPPRESSION.
050100     ADD 1 TO B721-NB-SUPPRESSIONS
050200     MOVE SPACES TO SHIS-ENREG
050300     MOVE B721-DATE-EXTRAIT TO SHIS-DATE-EXTRAIT
050400     MOVE VEIL-PERSONENTITYID TO SHIS-PERSONENTITYID
050500     MOVE 'S' TO SHIS-MOUVEMENT
050600     MOVE VEIL-PERSONUSAGENAMELB TO B721-ID-NOM
050700     MOVE VEIL-BIRTHFORENAMELB TO B721-ID-PRENOM
050800     MOVE B721-IDENTITE TO SHIS-VAL-AVANT
050900     PERFORM 2900-ECRIRE-HISTO THRU 2900-EXIT.
051000 2300-EXIT.
051100     EXIT.
051200******************************************************************
051300* 2400 - PERSONNE PRESENTE DANS LES DEUX EXTRAITS : COMPARAISON  *
051400*        CHAMP PAR CHAMP (LE RANG DANS B721-CHAMPS EST FIXE)     *
051500******************************************************************
051600 2400-COMPARER-CHAMPS.
051700     MOVE 'N' TO B721-MODIF-SW
051800     MOVE 'N' TO B721-ADRESSE-SW
051900     MOVE 'N' TO B721-NOM-SW
052000     MOVE 'N' TO B721-FOYER-SW
052100     MOVE 'N' TO B721-REFER-SW
052200     IF RAPP-PERSONUSAGENAMELB NOT = VEIL-PERSONUSAGENAMELB
052300        MOVE 1 TO B721-I
052400        MOVE VEIL-PERSONUSAGENAMELB TO B721-VAL-AVANT
052500        MOVE RAPP-PERSONUSAGENAMELB TO B721-VAL-APRES
052600        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
052700     END-IF
052800     IF RAPP-BIRTHFORENAMELB NOT = VEIL-BIRTHFORENAMELB
052900        MOVE 2 TO B721-I
053000        MOVE VEIL-BIRTHFORENAMELB TO B721-VAL-AVANT
053100        MOVE RAPP-BIRTHFORENAMELB TO B721-VAL-APRES
053200        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
053300     END-IF
053400     IF RAPP-PERSONPHONETICCD NOT = VEIL-PERSONPHONETICCD
053500        MOVE 3 TO B721-I
053600        MOVE VEIL-PERSONPHONETICCD TO B721-VAL-AVANT
053700        MOVE RAPP-PERSONPHONETICCD TO B721-VAL-APRES
053800        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
053900     END-IF
054000     IF RAPP-PERSONBIRTHDT NOT = VEIL-PERSONBIRTHDT
054100        MOVE 4 TO B721-I
054200        MOVE VEIL-PERSONBIRTHDT TO B721-VAL-AVANT
054300        MOVE RAPP-PERSONBIRTHDT TO B721-VAL-APRES
054400        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
054500     END-IF
054600     IF RAPP-PERSONBIRTHZIPCD NOT = VEIL-PERSONBIRTHZIPCD
054700        MOVE 5 TO B721-I
054800        MOVE VEIL-PERSONBIRTHZIPCD TO B721-VAL-AVANT
054900        MOVE RAPP-PERSONBIRTHZIPCD TO B721-VAL-APRES
055000        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
055100     END-IF
055200     IF RAPP-ADDRESSPOSTALCD NOT = VEIL-ADDRESSPOSTALCD
055300        MOVE 6 TO B721-I
055400        MOVE VEIL-ADDRESSPOSTALCD TO B721-VAL-AVANT
055500        MOVE RAPP-ADDRESSPOSTALCD TO B721-VAL-APRES
055600        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
055700     END-IF
055800     IF RAPP-ADDRESSCITYLB NOT = VEIL-ADDRESSCITYLB
055900        MOVE 7 TO B721-I
056000        MOVE VEIL-ADDRESSCITYLB TO B721-VAL-AVANT
056100        MOVE RAPP-ADDRESSCITYLB TO B721-VAL-APRES
056200        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
056300     END-IF
056400     IF RAPP-ADDRESSCITYPHONETICCD
056500        NOT = VEIL-ADDRESSCITYPHONETICCD
056600        MOVE 8 TO B721-I
056700        MOVE VEIL-ADDRESSCITYPHONETICCD TO B721-VAL-AVANT
056800        MOVE RAPP-ADDRESSCITYPHONETICCD TO B721-VAL-APRES
056900        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
057000     END-IF
057100     IF RAPP-ADDRESS4STREETLB NOT = VEIL-ADDRESS4STREETLB
057200        MOVE 9 TO B721-I
057300        MOVE VEIL-ADDRESS4STREETLB TO B721-VAL-AVANT
057400        MOVE RAPP-ADDRESS4STREETLB TO B721-VAL-APRES
057500        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
057600     END-IF
057700     IF RAPP-ADDRESSPH NOT = VEIL-ADDRESSPH
057800        MOVE 10 TO B721-I
057900        MOVE VEIL-ADDRESSPH TO B721-VAL-AVANT
058000        MOVE RAPP-ADDRESSPH TO B721-VAL-APRES
058100        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
058200     END-IF
058300     IF RAPP-ADDRESSMAILLB NOT = VEIL-ADDRESSMAILLB
058400        MOVE 11 TO B721-I
058500        MOVE VEIL-ADDRESSMAILLB TO B721-VAL-AVANT
058600        MOVE RAPP-ADDRESSMAILLB TO B721-VAL-APRES
058700        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
058800     END-IF
058900     IF RAPP-EXTERNALVA NOT = VEIL-EXTERNALVA
059000        MOVE 12 TO B721-I
059100        MOVE VEIL-EXTERNALVA TO B721-VAL-AVANT
059200        MOVE RAPP-EXTERNALVA TO B721-VAL-APRES
059300        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
059400     END-IF
059500     IF RAPP-FOYERID NOT = VEIL-FOYERID
059600        MOVE 13 TO B721-I
059700        MOVE VEIL-FOYERID TO B721-VAL-AVANT
059800        MOVE RAPP-FOYERID TO B721-VAL-APRES
059900        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
060000     END-IF
060100     IF RAPP-PERSONRANKID NOT = VEIL-PERSONRANKID
060200        MOVE 14 TO B721-I
060300        MOVE VEIL-PERSONRANKID TO B721-VAL-AVANT
060400        MOVE RAPP-PERSONRANKID TO B721-VAL-APRES
060500        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
060600     END-IF
060700     IF RAPP-IND-FOYER-PRINC NOT = VEIL-IND-FOYER-PRINC
060800        MOVE 15 TO B721-I
060900        MOVE VEIL-IND-FOYER-PRINC TO B721-VAL-AVANT
061000        MOVE RAPP-IND-FOYER-PRINC TO B721-VAL-APRES
061100        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
061200     END-IF
061300     IF RAPP-IND-FOYER-PRIVI NOT = VEIL-IND-FOYER-PRIVI
061400        MOVE 16 TO B721-I
061500        MOVE VEIL-IND-FOYER-PRIVI TO B721-VAL-AVANT
061600        MOVE RAPP-IND-FOYER-PRIVI TO B721-VAL-APRES
061700        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
061800     END-IF
061900     IF RAPP-CREDITTRADERID NOT = VEIL-CREDITTRADERID
062000        MOVE 17 TO B721-I
062100        MOVE VEIL-CREDITTRADERID TO B721-VAL-AVANT
062200        MOVE RAPP-CREDITTRADERID TO B721-VAL-APRES
062300        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
062400     END-IF
062500     IF RAPP-TRADEREXTREFID NOT = VEIL-TRADEREXTREFID
062600        MOVE 18 TO B721-I
062700        MOVE VEIL-TRADEREXTREFID TO B721-VAL-AVANT
062800        MOVE RAPP-TRADEREXTREFID TO B721-VAL-APRES
062900        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
063000     END-IF
063100     IF RAPP-TRADINGINFOID NOT = VEIL-TRADINGINFOID
063200        MOVE 19 TO B721-I
063300        MOVE VEIL-TRADINGINFOID TO B721-VAL-AVANT
063400        MOVE RAPP-TRADINGINFOID TO B721-VAL-APRES
063500        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
063600     END-IF
063700     IF RAPP-TWFOCID NOT = VEIL-TWFOCID
063800        MOVE 20 TO B721-I
063900        MOVE VEIL-TWFOCID TO B721-VAL-AVANT
064000        MOVE RAPP-TWFOCID TO B721-VAL-APRES
064100        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
064200     END-IF
064300     IF RAPP-PRODUCERREFCONTCD NOT = VEIL-PRODUCERREFCONTCD
064400        MOVE 21 TO B721-I
064500        MOVE VEIL-PRODUCERREFCONTCD TO B721-VAL-AVANT
064600        MOVE RAPP-PRODUCERREFCONTCD TO B721-VAL-APRES
064700        PERFORM 2450-ECRIRE-MODIF THRU 2450-EXIT
064800     END-IF
064900     IF NOT B721-PERS-MODIFIEE
065000        ADD 1 TO B721-NB-INCHANGEES
065100        GO TO 2400-EXIT
065200     END-IF
065300     ADD 1 TO B721-NB-MODIFIEES
065400     IF B721-PERS-DEMENAGE
065500        ADD 1 TO B721-NB-DEMENAGEMENTS
065600     END-IF
065700     IF B721-PERS-CHGT-NOM
065800        ADD 1 TO B721-NB-CHGT-NOM
065900     END-IF
066000     IF B721-PERS-CHGT-FOYER
066100        ADD 1 TO B721-NB-CHGT-FOYER
066200     END-IF
066300     IF B721-PERS-CHGT-REFER
066400        ADD 1 TO B721-NB-CHGT-REFER
066500     END-IF.
066600 2400-EXIT.
066700     EXIT.
066800******************************************************************
066900* 2450 - MOUVEMENT DE MODIFICATION DU CHAMP DE RANG B721-I       *
067000******************************************************************
067100 2450-ECRIRE-MODIF.
067200     ADD 1 TO B721-CH-NB (B721-I)
067300     MOVE 'O' TO B721-MODIF-SW
067400     EVALUATE B721-CH-FAMILLE (B721-I)
067500         WHEN 'A'
067600              MOVE 'O' TO B721-ADRESSE-SW
067700         WHEN 'N'
067800              MOVE 'O' TO B721-NOM-SW
067900         WHEN 'F'
068000              MOVE 'O' TO B721-FOYER-SW
068100         WHEN 'R'
068200              MOVE 'O' TO B721-REFER-SW
068300         WHEN OTHER
068400              CONTINUE
068500     END-EVALUATE
068600     MOVE SPACES TO SHIS-ENREG
068700     MOVE B721-DATE-EXTRAIT TO SHIS-DATE-EXTRAIT
068800     MOVE RAPP-PERSONENTITYID TO SHIS-PERSONENTITYID
068900     MOVE 'M' TO SHIS-MOUVEMENT
069000     MOVE B721-CH-NOM (B721-I) TO SHIS-CHAMP
069100     MOVE B721-CH-FAMILLE (B721-I) TO SHIS-FAMILLE
069200     MOVE B721-VAL-AVANT TO SHIS-VAL-AVANT
069300     MOVE B721-VAL-APRES TO SHIS-VAL-APRES
069400     PERFORM 2900-ECRIRE-HISTO THRU 2900-EXIT.
069500 2450-EXIT.
069600     EXIT.
069700******************************************************************
069800* 2900 - ECRITURE D'UN MOUVEMENT DANS LE NOUVEL HISTORIQUE       *
069900******************************************************************
070000 2900-ECRIRE-HISTO.
070100     WRITE SHIS-ENREG
070200     IF NOT B721-HISNEW-OK
070300        DISPLAY 'SOCB0721 - ECRITURE PERSHNEU KO FS='
070400                B721-FS-HISNEW
070500        GO TO 9999-ABANDON
070600     END-IF
070700     ADD 1 TO B721-NB-HIST-ECRITS.
070800 2900-EXIT.
070900     EXIT.
071000******************************************************************
071100* 3000 - EDITION DE L'ETAT DES MOUVEMENTS                        *
071200******************************************************************
071300 3000-EDITER-ETAT.
071400     OPEN OUTPUT FETAT
071500     IF NOT B721-ETAT-OK
071600        DISPLAY 'SOCB0721 - OUVERTURE ETAT0721 KO FS='
071700                B721-FS-ETAT
071800        GO TO 9999-ABANDON
071900     END-IF
072000     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
072100     IF NOT B721-VEILLE-CONNUE
072200        MOVE B721-LE-ABSENTE TO B721-LIGNE-ETAT
072300        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
072400        GO TO 3000-TOTAUX
072500     END-IF
072600     MOVE B721-LE-TITRE-I TO B721-LIGNE-ETAT
072700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
072800     MOVE 'CREATIONS DE PERSONNES' TO B721-LC-LIBELLE
072900     MOVE B721-NB-CREATIONS TO B721-LC-NB
073000     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
073100     MOVE 'SUPPRESSIONS DE PERSONNES' TO B721-LC-LIBELLE
073200     MOVE B721-NB-SUPPRESSIONS TO B721-LC-NB
073300     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
073400     MOVE 'PERSONNES MODIFIEES' TO B721-LC-LIBELLE
073500     MOVE B721-NB-MODIFIEES TO B721-LC-NB
073600     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
073700     MOVE '  DONT DEMENAGEMENTS (CP/VILLE/RUE)'
073800       TO B721-LC-LIBELLE
073900     MOVE B721-NB-DEMENAGEMENTS TO B721-LC-NB
074000     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
074100     MOVE '  DONT CHANGEMENTS DE NOM OU PRENOM'
074200       TO B721-LC-LIBELLE
074300     MOVE B721-NB-CHGT-NOM TO B721-LC-NB
074400     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
074500     MOVE '  DONT REAFFECTATIONS DE FOYER' TO B721-LC-LIBELLE
074600     MOVE B721-NB-CHGT-FOYER TO B721-LC-NB
074700     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
074800     MOVE '  DONT CHGTS DE REFERENCE DISTRIBUTEUR'
074900       TO B721-LC-LIBELLE
075000     MOVE B721-NB-CHGT-REFER TO B721-LC-NB
075100     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
075200     MOVE 'PERSONNES INCHANGEES' TO B721-LC-LIBELLE
075300     MOVE B721-NB-INCHANGEES TO B721-LC-NB
075400     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT
075500     MOVE B721-LE-SEPARATION TO B721-LIGNE-ETAT
075600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
075700     MOVE B721-LE-TITRE-II TO B721-LIGNE-ETAT
075800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
075900     PERFORM 3100-EDITER-CHAMP THRU 3100-EXIT
076000         VARYING B721-I FROM 1 BY 1
076100         UNTIL B721-I > B721-NB-CHAMPS.
076200 3000-TOTAUX.
076300     MOVE B721-LE-SEPARATION TO B721-LIGNE-ETAT
076400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
076500     MOVE B721-NB-REPO TO B721-LT-REPO
076600     MOVE B721-NB-VEILLE TO B721-LT-VEILLE
076700     MOVE B721-NB-DOUBLONS TO B721-LT-DOUBLONS
076800     MOVE B721-LE-TOTAUX TO B721-LIGNE-ETAT
076900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
077000     MOVE B721-NB-HIST-REPRIS TO B721-LT-REPRIS
077100     MOVE B721-NB-HIST-ECARTES TO B721-LT-ECARTES
077200     MOVE B721-NB-HIST-ECRITS TO B721-LT-ECRITS
077300     MOVE B721-LE-TOTAUX2 TO B721-LIGNE-ETAT
077400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
077500     CLOSE FETAT.
077600 3000-EXIT.
077700     EXIT.
077800******************************************************************
077900* 3100 - LIGNE DE COMPTE D'UN CHAMP SOCC07PR                     *
078000******************************************************************
078100 3100-EDITER-CHAMP.
078200     MOVE B721-CH-NOM (B721-I) TO B721-LC-LIBELLE
078300     MOVE B721-CH-NB (B721-I) TO B721-LC-NB
078400     PERFORM 3900-ECRIRE-COMPTE THRU 3900-EXIT.
078500 3100-EXIT.
078600     EXIT.
078700 3900-ECRIRE-COMPTE.
078800     MOVE B721-LE-COMPTE TO B721-LIGNE-ETAT
078900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
079000 3900-EXIT.
079100     EXIT.
079200******************************************************************
079300* 4000 - FIN DE TRAITEMENT                                       *
079400******************************************************************
079500 4000-TERMINER.
079600     DISPLAY 'SOCB0721 - DATE DE L''EXTRAIT         : '
079700             B721-DATE-EXTRAIT
079800     DISPLAY 'SOCB0721 - PERSONNES LUES DU JOUR    : '
079900             B721-NB-REPO
080000     DISPLAY 'SOCB0721 - PERSONNES LUES VEILLE     : '
080100             B721-NB-VEILLE
080200     DISPLAY 'SOCB0721 - IDENTIFIANTS EN DOUBLE    : '
080300             B721-NB-DOUBLONS
080400     DISPLAY 'SOCB0721 - CREATIONS                 : '
080500             B721-NB-CREATIONS
080600     DISPLAY 'SOCB0721 - SUPPRESSIONS              : '
080700             B721-NB-SUPPRESSIONS
080800     DISPLAY 'SOCB0721 - PERSONNES MODIFIEES       : '
080900             B721-NB-MODIFIEES
081000     DISPLAY 'SOCB0721 - MOUVEMENTS REPRIS         : '
081100             B721-NB-HIST-REPRIS
081200     DISPLAY 'SOCB0721 - MOUVEMENTS ECARTES        : '
081300             B721-NB-HIST-ECARTES
081400     DISPLAY 'SOCB0721 - MOUVEMENTS ECRITS         : '
081500             B721-NB-HIST-ECRITS
081600     IF NOT B721-VEILLE-CONNUE
081700        MOVE 4 TO RETURN-CODE
081800     END-IF.
081900 4000-EXIT.
082000     EXIT.
082100******************************************************************
082200* 6100 - SAUT DE PAGE ET ENTETES                                 *
082300******************************************************************
082400 6100-SAUT-DE-PAGE.
082500     ADD 1 TO B721-PAGE-CPT
082600     MOVE B721-DATE-JOUR TO B721-LE-DATE-EDIT
082700     MOVE B721-PAGE-CPT TO B721-LE-PAGE
082800     MOVE B721-LE-ENTETE1 TO B721-LIGNE-ETAT
082900     WRITE B721-LIGNE-ETAT AFTER ADVANCING PAGE
083000     MOVE B721-DATE-EXTRAIT TO B721-LE-EXTRAIT
083100     MOVE B721-LE-ENTETE2 TO B721-LIGNE-ETAT
083200     WRITE B721-LIGNE-ETAT AFTER ADVANCING 1 LINE
083300     MOVE SPACES TO B721-LIGNE-ETAT
083400     WRITE B721-LIGNE-ETAT AFTER ADVANCING 1 LINE
083500     MOVE 3 TO B721-LIGNE-CPT.
083600 6100-EXIT.
083700     EXIT.
083800******************************************************************
083900* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
084000******************************************************************
084100 6200-ECRIRE-LIGNE.
084200*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
084300*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
084400     MOVE B721-LIGNE-ETAT TO B721-LIGNE-TRAV
084500     IF B721-LIGNE-CPT > 58
084600        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
084700        MOVE B721-LIGNE-TRAV TO B721-LIGNE-ETAT
084800     END-IF
084900     WRITE B721-LIGNE-ETAT AFTER ADVANCING 1 LINE
085000     ADD 1 TO B721-LIGNE-CPT.
085100 6200-EXIT.
085200     EXIT.
085300******************************************************************
085400* 8100 - LECTURE DE L'EXTRAIT DU JOUR TRIE. UN IDENTIFIANT EN    *
085500*        DOUBLE EST IGNORE (SEULE LA PREMIERE OCCURRENCE COMPTE) *
085600******************************************************************
085700 8100-LIRE-REPO.
085800     MOVE B721-CLE-REPO TO B721-CLE-PREC.
085900 8100-LIRE.
086000     READ FREPTRI
086100     EVALUATE TRUE
086200         WHEN B721-REPTRI-OK
086300              MOVE B721-REPTRIE TO RAPP-ENREG
086400              MOVE RAPP-PERSONENTITYID TO B721-CLE-REPO
086500              IF B721-CLE-REPO = B721-CLE-PREC
086600                 ADD 1 TO B721-NB-DOUBLONS
086700                 GO TO 8100-LIRE
086800              END-IF
086900              ADD 1 TO B721-NB-REPO
087000         WHEN B721-REPTRI-FIN
087100              MOVE HIGH-VALUES TO B721-CLE-REPO
087200         WHEN OTHER
087300              DISPLAY 'SOCB0721 - LECTURE REPOTRIE KO FS='
087400                      B721-FS-REPTRI
087500              GO TO 9999-ABANDON
087600     END-EVALUATE.
087700 8100-EXIT.
087800     EXIT.
087900******************************************************************
088000* 8200 - LECTURE DE LA GENERATION PRECEDENTE TRIEE (MEME REGLE   *
088100*        POUR LES IDENTIFIANTS EN DOUBLE)                        *
088200******************************************************************
088300 8200-LIRE-VEILLE.
088400     MOVE B721-CLE-VEIL TO B721-CLE-PREC.
088500 8200-LIRE.
088600     READ FVEITRI
088700     EVALUATE TRUE
088800         WHEN B721-VEITRI-OK
088900              MOVE B721-VEITRIE TO VEIL-ENREG
089000              MOVE VEIL-PERSONENTITYID TO B721-CLE-VEIL
089100              IF B721-CLE-VEIL = B721-CLE-PREC
089200                 ADD 1 TO B721-NB-DOUBLONS
089300                 GO TO 8200-LIRE
089400              END-IF
089500              ADD 1 TO B721-NB-VEILLE
089600         WHEN B721-VEITRI-FIN
089700              MOVE HIGH-VALUES TO B721-CLE-VEIL
089800         WHEN OTHER
089900              DISPLAY 'SOCB0721 - LECTURE VEILTRIE KO FS='
090000                      B721-FS-VEITRI
090100              GO TO 9999-ABANDON
090200     END-EVALUATE.
090300 8200-EXIT.
090400     EXIT.
090500******************************************************************
090600* 8300 - LECTURE DE L'ANCIEN HISTORIQUE                          *
090700******************************************************************
090800 8300-LIRE-HISTO.
090900     READ FHISTO
091000     EVALUATE TRUE
091100         WHEN B721-HISTO-OK
091200              CONTINUE
091300         WHEN B721-HISTO-FIN
091400              MOVE 'O' TO B721-HISTO-FIN-SW
091500         WHEN OTHER
091600              DISPLAY 'SOCB0721 - LECTURE PERSHIST KO FS='
091700                      B721-FS-HISTO
091800              GO TO 9999-ABANDON
091900     END-EVALUATE.
092000 8300-EXIT.
092100     EXIT.
092102******************************************************************
092104* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
092106******************************************************************
092108 9800-SUIVI-DEBUT.
092110     MOVE 'SOCB0721' TO SSUI-PROGRAMME
092112     MOVE 'D' TO SSUI-PHASE
092114     CALL 'SOCC0726' USING SSUI-ENREG.
092116 9800-EXIT.
092118     EXIT.
092120******************************************************************
092122* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
092124*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
092126*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
092128*        1 PERS JOUR / 2 PERS VEILL / 3 CREATIONS /              *
092130*        4 SUPPRESS / 5 MODIFIEES / 6 MOUVEMENTS / 7 DOUBLONS    *
092132******************************************************************
092134 9810-SUIVI-FIN.
092136     MOVE 'F' TO SSUI-PHASE
092138     MOVE RETURN-CODE TO SSUI-RETURN-CODE
092140     MOVE 'PERS JOUR' TO SSUI-CPT-LIBELLE (1)
092142     MOVE B721-NB-REPO TO SSUI-CPT-VALEUR (1)
092144     MOVE 'PERS VEILL' TO SSUI-CPT-LIBELLE (2)
092146     MOVE B721-NB-VEILLE TO SSUI-CPT-VALEUR (2)
092148     MOVE 'CREATIONS' TO SSUI-CPT-LIBELLE (3)
092150     MOVE B721-NB-CREATIONS TO SSUI-CPT-VALEUR (3)
092152     MOVE 'SUPPRESS' TO SSUI-CPT-LIBELLE (4)
092154     MOVE B721-NB-SUPPRESSIONS TO SSUI-CPT-VALEUR (4)
092156     MOVE 'MODIFIEES' TO SSUI-CPT-LIBELLE (5)
092158     MOVE B721-NB-MODIFIEES TO SSUI-CPT-VALEUR (5)
092160     MOVE 'MOUVEMENTS' TO SSUI-CPT-LIBELLE (6)
092162     MOVE B721-NB-HIST-ECRITS TO SSUI-CPT-VALEUR (6)
092164     MOVE 'DOUBLONS' TO SSUI-CPT-LIBELLE (7)
092166     MOVE B721-NB-DOUBLONS TO SSUI-CPT-VALEUR (7)
092168     CALL 'SOCC0726' USING SSUI-ENREG.
092170 9810-EXIT.
092172     EXIT.
092200******************************************************************
092300* 9999 - ABANDON DU TRAITEMENT                                   *
092400******************************************************************
092500 9999-ABANDON.
092600     DISPLAY 'SOCB0721 - ABANDON DU TRAITEMENT'
092700     MOVE 16 TO RETURN-CODE
092710     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
092800     STOP RUN.
