000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0731.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - PROPOSITIONS DE RATTACHEMENT DES      *
000900*               REFERENCES DISTRIBUTEUR INCONNUES                *
001000*----------------------------------------------------------------*
001100* REPREND LES EXCEPTIONS DE TYPE I DU RAPPROCHEMENT NOCTURNE     *
001200* (EXCEPTIO, ECRIT PAR SOCB0714) : REFERENCES DECLAREES PAR UN   *
001300* DISTRIBUTEUR ET INCONNUES DU REFERENTIEL. L'IDENTITE DECLAREE  *
001400* (NOM, PRENOM, DATE DE NAISSANCE, CODE POSTAL) EST RELUE DANS LE*
001500* STOCK CLIENTS DU DISTRIBUTEUR (DISTCLI, LE MEME QUE CELUI DU   *
001600* RAPPROCHEMENT) PAR LECTURE EN CONCORDANCE DES DEUX FICHIERS    *
001700* TRIES SUR LA CLE COMMERCIALISATEUR + REFERENCE.                *
001800*                                                                *
001900* POUR CHAQUE EXCEPTION, LE NOYAU SOCC0710 EST APPELE EN METHODE *
002000* LIST-PERSON-BY-CRITERIA AVEC LE NOM BRUT (PHONETISE PAR LE     *
002100* SERVICE) ET LA DATE DE NAISSANCE COMME CRITERES ; LE CODE      *
002200* POSTAL EST TRANSMIS POUR LA NOTE DE PERTINENCE. SANS DATE DE   *
002300* NAISSANCE, LE CODE POSTAL DEVIENT CRITERE. LE SCORE D'UN       *
002400* CANDIDAT EST LA NOTE DU SERVICE MAJOREE DE B731-BONUS-PRENOM   *
002500* SI LE PREMIER PRENOM CONCORDE ; UNE CORRESPONDANCE EST FORTE A *
002600* PARTIR DE B731-SEUIL-FORT (NOM PHONETIQUE EXACT, DATE DE       *
002700* NAISSANCE ET PRENOM). CHAQUE EXCEPTION EST CLASSEE :           *
002800*   F - UNE SEULE CORRESPONDANCE FORTE : PROPOSITION DE          *
002900*       RATTACHEMENT DE LA REFERENCE A LA PERSONNE (PROPRAPP,    *
003000*       SOCC07RP), POUR CHARGEMENT PAR LE REFERENTIEL AMONT ;    *
003100*   A - AMBIGUE : PLUSIEURS CORRESPONDANCES FORTES, OU DES       *
003200*       CANDIDATS SANS CORRESPONDANCE FORTE ; L'EXCEPTION ET SES *
003300*       CANDIDATS AVEC LEUR SCORE VONT SUR LA LISTE DE TRAVAIL DE*
003400*       L'EQUIPE PARTENAIRES (ATTRAPP, SOCC07RT) ;               *
003500*   N - SANS CORRESPONDANCE : AUCUNE PERSONNE TROUVEE ;          *
003600*   X - NON RECHERCHABLE : IDENTITE ABSENTE DU STOCK, NOM A BLANC*
003700*       OU NI DATE DE NAISSANCE NI CODE POSTAL, COMPTEE A PART   *
003800*       DES SANS CORRESPONDANCE.                                 *
003900* L'ETAT ETAT0731 DONNE PAR DISTRIBUTEUR LE NOMBRE D'EXCEPTIONS I*
004000* ET LA PART RESOLUE PAR PROPOSITION, PUIS LES TOTAUX.           *
004100* EXCITRIE ET DISTTRIE SONT DES FICHIERS DE TRAVAIL TEMPORAIRES. *
004200*                                                                *
004300* L'APPELANT SOCB0731 (CANAL BAT) DOIT ETRE HABILITE A LA METHODE*
004400* LIST-PERSON-BY-CRITERIA DANS SOCHABI.                          *
004500*                                                                *
004600* CODE RETOUR 0 : TRAITEMENT NORMAL.                             *
004700* CODE RETOUR 16 : INCIDENT TECHNIQUE OU APPEL REFUSE PAR LE     *
004800*                  SERVICE (METHODE FERMEE, HABILITATIONS).      *
004900*----------------------------------------------------------------*
005000* HISTORIQUE DES MODIFICATIONS                                   *
005100* --------------------------                                     *
005200* 15/10/2026 CRP CREATION - PROPOSITIONS DE RATTACHEMENT POUR LES*
005300*                EXCEPTIONS DE TYPE I ET LISTE DE TRAVAIL DES    *
005400*                CAS AMBIGUS (REPERE 2704PROP)                   *
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-ENTERPRISE.
005900 OBJECT-COMPUTER. IBM-ENTERPRISE.
006000 SPECIAL-NAMES.
006100     DECIMAL-POINT IS COMMA.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400*   *** EXCEPTIONS DU RAPPROCHEMENT (ECRITES PAR SOCB0714)
006500     SELECT FEXCEPT ASSIGN TO EXCEPTIO
006600            ORGANIZATION IS SEQUENTIAL
006700            FILE STATUS IS B731-FS-EXCEPT.
006800*   *** EXCEPTIONS DE TYPE I TRIEES (TRAVAIL)
006900     SELECT FEXCTRI ASSIGN TO EXCITRIE
007000            ORGANIZATION IS SEQUENTIAL
007100            FILE STATUS IS B731-FS-EXCTRI.
007200*   *** STOCK CLIENTS DES DISTRIBUTEURS (ENTREE DU RAPPROCHEMENT)
007300     SELECT FDISTCLI ASSIGN TO DISTCLI
007400            ORGANIZATION IS SEQUENTIAL
007500            FILE STATUS IS B731-FS-DISTCLI.
007600*   *** STOCK CLIENTS TRIE (TRAVAIL)
007700     SELECT FDISTTRI ASSIGN TO DISTTRIE
007800            ORGANIZATION IS SEQUENTIAL
007900            FILE STATUS IS B731-FS-DISTTRI.
008000*   *** PROPOSITIONS DE RATTACHEMENT (REFERENTIEL AMONT)
008100     SELECT FPROPOS ASSIGN TO PROPRAPP
008200            ORGANIZATION IS SEQUENTIAL
008300            FILE STATUS IS B731-FS-PROPOS.
008400*   *** LISTE DE TRAVAIL DES CAS AMBIGUS (EQUIPE PARTENAIRES)
008500     SELECT FATTENTE ASSIGN TO ATTRAPP
008600            ORGANIZATION IS SEQUENTIAL
008700            FILE STATUS IS B731-FS-ATTENTE.
008800*   *** ETAT EDITE
008900     SELECT FETAT ASSIGN TO ETAT0731
009000            ORGANIZATION IS SEQUENTIAL
009100            FILE STATUS IS B731-FS-ETAT.
009200*   *** FICHIERS DE TRI
009300     SELECT FTRI1 ASSIGN TO SORTWK01.
009400     SELECT FTRI2 ASSIGN TO SORTWK02.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  FEXCEPT
009800     BLOCK CONTAINS 0 RECORDS
009900     RECORD CONTAINS 150 CHARACTERS.
010000     COPY SOCC07EX REPLACING LEADING ==BEXC== BY ==B731==.
010100 FD  FEXCTRI
010200     BLOCK CONTAINS 0 RECORDS
010300     RECORD CONTAINS 150 CHARACTERS.
010400 01  B731-EXCTRIE.
010500     05 FILLER                    PIC X(02).
010600     05 B731-XT-CLE.
010700        10 B731-XT-CREDITTRADERID PIC 9(11).
010800        10 B731-XT-TRADEREXTREFID PIC X(20).
010900     05 FILLER                    PIC X(117).
011000 FD  FDISTCLI
011100     BLOCK CONTAINS 0 RECORDS
011200     RECORD CONTAINS 150 CHARACTERS.
011300     COPY SOCC07DC.
011400 FD  FDISTTRI
011500     BLOCK CONTAINS 0 RECORDS
011600     RECORD CONTAINS 150 CHARACTERS.
011700 01  B731-DISTTRIE.
011800     05 B731-DT-CLE.
011900        10 B731-DT-CREDITTRADERID PIC 9(11).
012000        10 B731-DT-TRADEREXTREFID PIC X(20).
012100     05 B731-DT-NOM               PIC X(50).
012200     05 B731-DT-PRENOM            PIC X(30).
012300     05 B731-DT-BIRTHDT           PIC 9(08).
012400     05 B731-DT-POSTALCD          PIC X(10).
012500     05 B731-DT-TYPE              PIC X(01).
012600        88 B731-DT-CLIENT                   VALUE ' ' 'D'.
012700     05 FILLER                    PIC X(20).
012800 FD  FPROPOS
012900     BLOCK CONTAINS 0 RECORDS
013000     RECORD CONTAINS 150 CHARACTERS.
013100     COPY SOCC07RP.
013200 FD  FATTENTE
013300     BLOCK CONTAINS 0 RECORDS
013400     RECORD CONTAINS 150 CHARACTERS.
013500     COPY SOCC07RT.
013600 FD  FETAT
013700     BLOCK CONTAINS 0 RECORDS
013800     RECORD CONTAINS 132 CHARACTERS.
013900 01  B731-LIGNE-ETAT              PIC X(132).
014000 SD  FTRI1
014100     RECORD CONTAINS 150 CHARACTERS.
014200 01  TRI1-ENREG.
014300     05 FILLER                    PIC X(02).
014400     05 TRI1-CLE.
014500        10 TRI1-CREDITTRADERID    PIC 9(11).
014600        10 TRI1-TRADEREXTREFID    PIC X(20).
014700     05 FILLER                    PIC X(117).
014800 SD  FTRI2
014900     RECORD CONTAINS 150 CHARACTERS.
015000 01  TRI2-ENREG.
015100     05 TRI2-CLE.
015200        10 TRI2-CREDITTRADERID    PIC 9(11).
015300        10 TRI2-TRADEREXTREFID    PIC X(20).
015400     05 FILLER                    PIC X(119).
015500 WORKING-STORAGE SECTION.
015600******************************************************************
015700* INDICATEURS ET COMPTEURS                                       *
015800******************************************************************
015900 77  B731-FS-EXCEPT            PIC X(02) VALUE SPACES.
016000     88 B731-EXCEPT-OK                   VALUE '00'.
016100     88 B731-EXCEPT-FIN                  VALUE '10'.
016200 77  B731-FS-EXCTRI            PIC X(02) VALUE SPACES.
016300     88 B731-EXCTRI-OK                   VALUE '00'.
016400     88 B731-EXCTRI-FIN                  VALUE '10'.
016500 77  B731-FS-DISTCLI           PIC X(02) VALUE SPACES.
016600 77  B731-FS-DISTTRI           PIC X(02) VALUE SPACES.
016700     88 B731-DISTTRI-OK                  VALUE '00'.
016800     88 B731-DISTTRI-FIN                 VALUE '10'.
016900 77  B731-FS-PROPOS            PIC X(02) VALUE SPACES.
017000     88 B731-PROPOS-OK                   VALUE '00'.
017100 77  B731-FS-ATTENTE           PIC X(02) VALUE SPACES.
017200     88 B731-ATTENTE-OK                  VALUE '00'.
017300 77  B731-FS-ETAT              PIC X(02) VALUE SPACES.
017400     88 B731-ETAT-OK                     VALUE '00'.
017500 77  B731-FIN-SW               PIC X(01) VALUE 'N'.
017600     88 B731-FIN-EXCEPTIONS              VALUE 'O'.
017700 77  B731-DIST-EN-COURS-SW     PIC X(01) VALUE 'N'.
017800     88 B731-DIST-EN-COURS               VALUE 'O'.
017900 77  B731-DIST-PREC            PIC 9(11) VALUE ZERO.
018000 77  B731-CLASSE               PIC X(01) VALUE SPACE.
018100     88 B731-CLASSE-PROPOSEE             VALUE 'F'.
018200     88 B731-CLASSE-AMBIGUE              VALUE 'A'.
018300     88 B731-CLASSE-SANS-CORRESP         VALUE 'N'.
018400     88 B731-CLASSE-NON-RECHERCHE        VALUE 'X'.
018500 77  B731-NB-LUES              PIC 9(09) VALUE ZERO.
018600 77  B731-NB-EXCEPTIONS        PIC 9(09) VALUE ZERO.
018700 77  B731-NB-PROPOSEES         PIC 9(09) VALUE ZERO.
018800 77  B731-NB-AMBIGUES          PIC 9(09) VALUE ZERO.
018900 77  B731-NB-SANS-CORRESP      PIC 9(09) VALUE ZERO.
019000 77  B731-NB-NON-RECHERCHE     PIC 9(09) VALUE ZERO.
019100 77  B731-NB-CANDIDATS         PIC 9(09) VALUE ZERO.
019200 77  B731-NB-DISTRIBUTEURS     PIC 9(05) VALUE ZERO.
019300*   *** COMPTEURS DU DISTRIBUTEUR EN COURS
019400 77  B731-DI-EXCEPTIONS        PIC 9(07) VALUE ZERO.
019500 77  B731-DI-PROPOSEES         PIC 9(07) VALUE ZERO.
019600 77  B731-DI-AMBIGUES          PIC 9(07) VALUE ZERO.
019700 77  B731-DI-SANS-CORRESP      PIC 9(07) VALUE ZERO.
019800 77  B731-DI-NON-RECHERCHE     PIC 9(07) VALUE ZERO.
019900*   *** CANDIDATS DE L'EXCEPTION EN COURS
020000 77  B731-NB-FORTS             PIC 9(03) VALUE ZERO.
020100 77  B731-RANG-FORT            PIC 9(02) COMP VALUE ZERO.
020200 77  B731-R                    PIC 9(02) COMP VALUE ZERO.
020300*   *** PARAMETRES DU CLASSEMENT : NOMBRE DE CANDIDATS DEMANDES,
020400*   *** MAJORATION DU PRENOM CONCORDANT ET SEUIL DE LA
020500*   *** CORRESPONDANCE FORTE (NOM PHONETIQUE EXACT 400 + DATE DE
020600*   *** NAISSANCE 300 + PRENOM 200)
020700 77  B731-NB-CANDIDATS-MAX     PIC 9(03) VALUE 20.
020800 77  B731-BONUS-PRENOM         PIC 9(04) VALUE 200.
020900 77  B731-SEUIL-FORT           PIC 9(04) VALUE 900.
021000 77  B731-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
021100 77  B731-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
021200 77  B731-DATE-JOUR            PIC 9(08) VALUE ZERO.
021300 01  B731-LIGNE-TRAV           PIC X(132) VALUE SPACES.
021400 01  B731-DATE-SYS.
021500     05 B731-DS-AAMMJJ         PIC 9(06).
021600******************************************************************
021700* CLES DE LA LECTURE EN CONCORDANCE                              *
021800******************************************************************
021900 01  B731-CLE-EXC.
022000     05 B731-CE-CREDITTRADERID PIC 9(11).
022100     05 B731-CE-TRADEREXTREFID PIC X(20).
022200 01  B731-CLE-DIS.
022300     05 B731-CD-CREDITTRADERID PIC 9(11).
022400     05 B731-CD-TRADEREXTREFID PIC X(20).
022500******************************************************************
022600* COMPARAISON DES PRENOMS                                        *
022700******************************************************************
022800 77  B731-NORM-ENTREE          PIC X(30) VALUE SPACES.
022900 77  B731-NORM-SORTIE          PIC X(30) VALUE SPACES.
023000 77  B731-PRENOM-DECLARE       PIC X(30) VALUE SPACES.
023100 77  B731-PRENOM-CANDIDAT      PIC X(30) VALUE SPACES.
023200******************************************************************
023300* SCORE ET NIVEAU DE CHAQUE CANDIDAT (MEME RANG QUE LES LIGNES   *
023400* SOCC071L-PERSON-OCC RESTITUEES)                                *
023500******************************************************************
023600 01  B731-CANDIDATS.
023700     05 B731-CA-ENT            OCCURS 50 TIMES.
023800        10 B731-CA-SCORE       PIC 9(04).
023900        10 B731-CA-NIVEAU      PIC X(01).
024000           88 B731-CA-FORT               VALUE 'O'.
024100******************************************************************
024200* LIGNES D'EDITION                                               *
024300******************************************************************
024400 01  B731-LE-ENTETE1.
024500     05 FILLER                 PIC X(10) VALUE 'SOCB0731'.
024600     05 FILLER                 PIC X(30) VALUE
024700        'CTLM BANQUE - SERV0002'.
024800     05 FILLER                 PIC X(46) VALUE
024900        'PROPOSITIONS POUR LES REFERENCES INCONNUES'.
025000     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
025100     05 B731-LE-DATE-EDIT      PIC 9(08).
025200     05 FILLER                 PIC X(12) VALUE '      PAGE'.
025300     05 B731-LE-PAGE           PIC ZZ9.
025400     05 FILLER                 PIC X(12) VALUE SPACES.
025500 01  B731-LE-TITRE-I.
025600     05 FILLER                 PIC X(132) VALUE
025700        'I. EXCEPTIONS DE TYPE I RESOLUES PAR DISTRIBUTEUR'.
025800 01  B731-LE-TITRE-II.
025900     05 FILLER                 PIC X(132) VALUE
026000        'II. TOTAUX'.
026100 01  B731-LE-COLONNES.
026200     05 FILLER                 PIC X(15) VALUE 'DISTRIBUTEUR'.
026300     05 FILLER                 PIC X(12) VALUE ' EXCEPTIONS'.
026400     05 FILLER                 PIC X(12) VALUE ' PROPOSEES'.
026500     05 FILLER                 PIC X(12) VALUE '  AMBIGUES'.
026600     05 FILLER                 PIC X(12) VALUE '  SANS CORR'.
026700     05 FILLER                 PIC X(12) VALUE ' NON RECH.'.
026800     05 FILLER                 PIC X(57) VALUE '  % RESOLUES'.
026900 01  B731-LE-DISTRIB.
027000     05 B731-LD-CREDITTRADERID PIC 9(11).
027100     05 FILLER                 PIC X(04) VALUE SPACES.
027200     05 B731-LD-EXCEPTIONS     PIC ZZZZZZZZZZ9.
027300     05 FILLER                 PIC X(01) VALUE SPACES.
027400     05 B731-LD-PROPOSEES      PIC ZZZZZZZZZ9.
027500     05 FILLER                 PIC X(02) VALUE SPACES.
027600     05 B731-LD-AMBIGUES       PIC ZZZZZZZZ9.
027700     05 FILLER                 PIC X(03) VALUE SPACES.
027800     05 B731-LD-SANS-CORRESP   PIC ZZZZZZZZ9.
027900     05 FILLER                 PIC X(03) VALUE SPACES.
028000     05 B731-LD-NON-RECHERCHE  PIC ZZZZZZZZ9.
028100     05 FILLER                 PIC X(06) VALUE SPACES.
028200     05 B731-LD-PCT            PIC ZZ9,99.
028300     05 FILLER                 PIC X(48) VALUE SPACES.
028400 01  B731-LE-COMPTE.
028500     05 FILLER                 PIC X(03) VALUE SPACES.
028600     05 B731-LC-LIBELLE        PIC X(40).
028700     05 B731-LC-NB             PIC ZZZZZZZZ9.
028800     05 FILLER                 PIC X(80) VALUE SPACES.
028900 01  B731-LE-NEANT.
029000     05 FILLER                 PIC X(132) VALUE '   NEANT'.
029100 01  B731-LE-SEPARATION        PIC X(132) VALUE SPACES.
029200******************************************************************
029300* COMMAREA D'ECHANGE AVEC LE NOYAU DE RECHERCHE SOCC0710         *
029400******************************************************************
029500     COPY SOCC071L.
029600******************************************************************
029700* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
029800******************************************************************
029900     COPY SOCC07SU.
030000 PROCEDURE DIVISION.
030100******************************************************************
030200* 0000 - ENCHAINEMENT : TRI DES EXCEPTIONS I ET DU STOCK CLIENTS,*
030300*        PUIS RECHERCHE EXCEPTION PAR EXCEPTION                  *
030400******************************************************************
030500 0000-MAINLINE.
030600     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
030700     PERFORM 1000-INITIALISATION THRU 1000-EXIT
030800     SORT FTRI1
030900          ON ASCENDING KEY TRI1-CLE
031000          INPUT PROCEDURE IS 1500-SELECTIONNER
031100                          THRU 1590-SELECTIONNER-FIN
031200          GIVING FEXCTRI
031300     IF SORT-RETURN NOT = ZERO
031400        DISPLAY 'SOCB0731 - TRI DES EXCEPTIONS EN ANOMALIE'
031500        GO TO 9999-ABANDON
031600     END-IF
031700     SORT FTRI2
031800          ON ASCENDING KEY TRI2-CLE
031900          USING FDISTCLI
032000          GIVING FDISTTRI
032100     IF SORT-RETURN NOT = ZERO
032200        DISPLAY 'SOCB0731 - TRI DU STOCK CLIENTS EN ANOMALIE'
032300        GO TO 9999-ABANDON
032400     END-IF
032500     PERFORM 2000-TRAITER-EXCEPTIONS THRU 2000-EXIT
032600     PERFORM 3000-TERMINER THRU 3000-EXIT
032700     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
032800     GOBACK.
032900******************************************************************
033000* 1000 - INITIALISATION                                          *
033100******************************************************************
033200 1000-INITIALISATION.
033300     ACCEPT B731-DATE-SYS FROM DATE
033400     COMPUTE B731-DATE-JOUR = 20000000 + B731-DS-AAMMJJ
033500     OPEN OUTPUT FPROPOS
033600     IF NOT B731-PROPOS-OK
033700        DISPLAY 'SOCB0731 - OUVERTURE PROPRAPP KO FS='
033800                B731-FS-PROPOS
033900        GO TO 9999-ABANDON
034000     END-IF
034100     OPEN OUTPUT FATTENTE
034200     IF NOT B731-ATTENTE-OK
034300        DISPLAY 'SOCB0731 - OUVERTURE ATTRAPP KO FS='
034400                B731-FS-ATTENTE
034500        GO TO 9999-ABANDON
034600     END-IF
034700     OPEN OUTPUT FETAT
034800     IF NOT B731-ETAT-OK
034900        DISPLAY 'SOCB0731 - OUVERTURE ETAT0731 KO FS='
035000                B731-FS-ETAT
035100        GO TO 9999-ABANDON
035200     END-IF.
035300 1000-EXIT.
035400     EXIT.
035500******************************************************************
035600* 1500 - PROCEDURE D'ENTREE DU TRI : SEULES LES EXCEPTIONS DE    *
035700*        TYPE I SONT REPRISES                                    *
035800******************************************************************
035900 1500-SELECTIONNER.
036000     OPEN INPUT FEXCEPT
036100     IF NOT B731-EXCEPT-OK
036200        DISPLAY 'SOCB0731 - OUVERTURE EXCEPTIO KO FS='
036300                B731-FS-EXCEPT
036400        GO TO 9999-ABANDON
036500     END-IF
036600     PERFORM 1510-LIRE-SELECTIONNER THRU 1510-EXIT
036700         UNTIL B731-EXCEPT-FIN
036800     CLOSE FEXCEPT
036900     GO TO 1590-SELECTIONNER-FIN.
037000 1510-LIRE-SELECTIONNER.
037100     READ FEXCEPT
037200     EVALUATE TRUE
037300         WHEN B731-EXCEPT-OK
037400              ADD 1 TO B731-NB-LUES
037500              IF B731-EX-TYPE = 'I'
037600                 RELEASE TRI1-ENREG FROM B731-EXCEPTION
037700              END-IF
037800         WHEN B731-EXCEPT-FIN
037900              CONTINUE
038000         WHEN OTHER
038100              DISPLAY 'SOCB0731 - LECTURE EXCEPTIO KO FS='
038200                      B731-FS-EXCEPT
038300              GO TO 9999-ABANDON
038400     END-EVALUATE.
038500 1510-EXIT.
038600     EXIT.
038700 1590-SELECTIONNER-FIN.
038800     EXIT.
038900******************************************************************
039000* 2000 - LECTURE EN CONCORDANCE DES EXCEPTIONS ET DU STOCK,      *
039100*        RUPTURE PAR DISTRIBUTEUR POUR L'ETAT                    *
039200******************************************************************
039300 2000-TRAITER-EXCEPTIONS.
039400     OPEN INPUT FEXCTRI
039500     IF NOT B731-EXCTRI-OK
039600        DISPLAY 'SOCB0731 - OUVERTURE EXCITRIE KO FS='
039700                B731-FS-EXCTRI
039800        GO TO 9999-ABANDON
039900     END-IF
040000     OPEN INPUT FDISTTRI
040100     IF NOT B731-DISTTRI-OK
040200        DISPLAY 'SOCB0731 - OUVERTURE DISTTRIE KO FS='
040300                B731-FS-DISTTRI
040400        GO TO 9999-ABANDON
040500     END-IF
040600     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
040700     MOVE B731-LE-TITRE-I TO B731-LIGNE-ETAT
040800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
040900     MOVE B731-LE-COLONNES TO B731-LIGNE-ETAT
041000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
041100     MOVE LOW-VALUES TO B731-CLE-DIS
041200     PERFORM 2100-TRAITER-EXCEPTION THRU 2100-EXIT
041300         UNTIL B731-FIN-EXCEPTIONS
041400     IF B731-DIST-EN-COURS
041500        PERFORM 2900-EDITER-DISTRIBUTEUR THRU 2900-EXIT
041600     END-IF
041700     IF B731-NB-DISTRIBUTEURS = ZERO
041800        MOVE B731-LE-NEANT TO B731-LIGNE-ETAT
041900        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
042000     END-IF
042100     CLOSE FEXCTRI
042200     CLOSE FDISTTRI.
042300 2000-EXIT.
042400     EXIT.
042500******************************************************************
042600* 2100 - UNE EXCEPTION I : IDENTITE DECLAREE, RECHERCHE,         *
042700*        CLASSEMENT                                              *
042800******************************************************************
042900 2100-TRAITER-EXCEPTION.
043000     READ FEXCTRI
043100     IF B731-EXCTRI-FIN
043200        MOVE 'O' TO B731-FIN-SW
043300        GO TO 2100-EXIT
043400     END-IF
043500     IF NOT B731-EXCTRI-OK
043600        DISPLAY 'SOCB0731 - LECTURE EXCITRIE KO FS='
043700                B731-FS-EXCTRI
043800        GO TO 9999-ABANDON
043900     END-IF
044000     IF NOT B731-DIST-EN-COURS
044100     OR B731-XT-CREDITTRADERID NOT = B731-DIST-PREC
044200        IF B731-DIST-EN-COURS
044300           PERFORM 2900-EDITER-DISTRIBUTEUR THRU 2900-EXIT
044400        END-IF
044500        ADD 1 TO B731-NB-DISTRIBUTEURS
044600        MOVE B731-XT-CREDITTRADERID TO B731-DIST-PREC
044700        MOVE 'O' TO B731-DIST-EN-COURS-SW
044800        MOVE ZERO TO B731-DI-EXCEPTIONS
044900        MOVE ZERO TO B731-DI-PROPOSEES
045000        MOVE ZERO TO B731-DI-AMBIGUES
045100        MOVE ZERO TO B731-DI-SANS-CORRESP
045200        MOVE ZERO TO B731-DI-NON-RECHERCHE
045300     END-IF
045400     ADD 1 TO B731-NB-EXCEPTIONS
045500     ADD 1 TO B731-DI-EXCEPTIONS
045600     MOVE B731-XT-CLE TO B731-CLE-EXC
045700*    AVANCEE DU STOCK TRIE JUSQU'A LA CLE DE L'EXCEPTION
045800     PERFORM 8200-LIRE-CLIENT THRU 8200-EXIT
045900         UNTIL B731-CLE-DIS NOT < B731-CLE-EXC
046000     MOVE 'X' TO B731-CLASSE
046100     IF B731-CLE-DIS = B731-CLE-EXC
046200     AND B731-DT-NOM NOT = SPACES
046300        IF (B731-DT-BIRTHDT NUMERIC
046400            AND B731-DT-BIRTHDT NOT = ZERO)
046500        OR B731-DT-POSTALCD NOT = SPACES
046600           PERFORM 2200-RECHERCHER THRU 2200-EXIT
046700        END-IF
046800     END-IF
046900     EVALUATE TRUE
047000         WHEN B731-CLASSE-PROPOSEE
047100              ADD 1 TO B731-NB-PROPOSEES
047200              ADD 1 TO B731-DI-PROPOSEES
047300              PERFORM 2500-ECRIRE-PROPOSITION THRU 2500-EXIT
047400         WHEN B731-CLASSE-AMBIGUE
047500              ADD 1 TO B731-NB-AMBIGUES
047600              ADD 1 TO B731-DI-AMBIGUES
047700              PERFORM 2600-ECRIRE-ATTENTE THRU 2600-EXIT
047800         WHEN B731-CLASSE-SANS-CORRESP
047900              ADD 1 TO B731-NB-SANS-CORRESP
048000              ADD 1 TO B731-DI-SANS-CORRESP
048100         WHEN OTHER
048200              ADD 1 TO B731-NB-NON-RECHERCHE
048300              ADD 1 TO B731-DI-NON-RECHERCHE
048400     END-EVALUATE.
048500 2100-EXIT.
048600     EXIT.
048700******************************************************************
048800* 2200 - RECHERCHE D'IDENTITE PAR LE NOYAU SOCC0710 (METHODE     *
048900*        LIST-PERSON-BY-CRITERIA, PREMIERE PAGE DU RESULTAT, PAR *
049000*        NOTE DECROISSANTE) ET CLASSEMENT DE L'EXCEPTION         *
049100******************************************************************
049200 2200-RECHERCHER.
049300     PERFORM 2300-GARNIR-COMMAREA THRU 2300-EXIT
049400     CALL 'SOCC0710' USING SOCC071L-COMMAREA
049500     EVALUATE SOCC071L-RETURN-CD
049600         WHEN '00'
049700              CONTINUE
049800         WHEN '01'
049900              MOVE 'N' TO B731-CLASSE
050000              GO TO 2200-EXIT
050100         WHEN '02'
050200         WHEN '03'
050300              MOVE 'X' TO B731-CLASSE
050400              GO TO 2200-EXIT
050500         WHEN OTHER
050600              DISPLAY 'SOCB0731 - RETOUR NOYAU '
050700                      SOCC071L-RETURN-CD ' SUR LA REFERENCE '
050800                      B731-CE-CREDITTRADERID ' '
050900                      B731-CE-TRADEREXTREFID
051000              GO TO 9999-ABANDON
051100     END-EVALUATE
051200     IF SOCC071L-NB-LINE = ZERO
051300        MOVE 'N' TO B731-CLASSE
051400        GO TO 2200-EXIT
051500     END-IF
051600     ADD SOCC071L-NB-LINE TO B731-NB-CANDIDATS
051700     MOVE B731-DT-PRENOM TO B731-NORM-ENTREE
051800     PERFORM 5100-NORMALISER THRU 5100-EXIT
051900     MOVE SPACES TO B731-PRENOM-DECLARE
052000     UNSTRING B731-NORM-SORTIE DELIMITED BY ALL SPACE
052100         INTO B731-PRENOM-DECLARE
052200     END-UNSTRING
052300     MOVE ZERO TO B731-NB-FORTS
052400     MOVE ZERO TO B731-RANG-FORT
052500     PERFORM 2400-NOTER-CANDIDAT THRU 2400-EXIT
052600         VARYING B731-R FROM 1 BY 1
052700         UNTIL B731-R > SOCC071L-NB-LINE
052800     IF B731-NB-FORTS = 1
052900        MOVE 'F' TO B731-CLASSE
053000     ELSE
053100        MOVE 'A' TO B731-CLASSE
053200     END-IF.
053300 2200-EXIT.
053400     EXIT.
053500******************************************************************
053600* 2300 - GARNISSAGE DE LA COMMAREA : NOM BRUT PHONETISE PAR LE   *
053700*        SERVICE ET DATE DE NAISSANCE EN CRITERES (A DEFAUT DE   *
053800*        DATE, LE CODE POSTAL) ; LE CODE POSTAL EST TOUJOURS     *
053900*        TRANSMIS POUR LA NOTE DE PERTINENCE                     *
054000******************************************************************
054100 2300-GARNIR-COMMAREA.
054200     INITIALIZE SOCC071L-DATA-AREA-IN
054300     MOVE 0002 TO SOCC071L-COMMAREA-VERSION
054400     MOVE 'LIST-PERSON-BY-CRITERIA' TO SOCC071L-METHOD-CD
054500     MOVE 'SOCB0731' TO SOCC071L-CALLER-ID
054600     MOVE 'BAT' TO SOCC071L-CHANNEL-CD
054700     MOVE 1 TO SOCC071L-NBLINE-DEBUT
054800     MOVE B731-NB-CANDIDATS-MAX TO SOCC071L-NBLINE-MAX
054900     MOVE SPACES TO SOCC071L-CRIT-IND-AREA
055000     MOVE SPACES TO SOCC071L-PERSONPHONETICCD
055100     MOVE B731-DT-NOM TO SOCC071L-SEARCHUSAGENAMELB
055200     MOVE 'O' TO SOCC071L-CI-PHONETICCD
055300     MOVE B731-DT-POSTALCD TO SOCC071L-ADDRESSPOSTALCD
055400          OF SOCC071L-DATA-AREA-IN
055500     IF B731-DT-BIRTHDT NUMERIC
055600     AND B731-DT-BIRTHDT NOT = ZERO
055700        MOVE B731-DT-BIRTHDT TO SOCC071L-PERSONBIRTHDT-DEB
055800        MOVE ZERO TO SOCC071L-PERSONBIRTHDT-FIN
055900        MOVE 'O' TO SOCC071L-CI-BIRTHDT
056000     ELSE
056100        MOVE 'O' TO SOCC071L-CI-POSTALCD
056200     END-IF.
056300 2300-EXIT.
056400     EXIT.
056500******************************************************************
056600* 2400 - SCORE D'UN CANDIDAT : NOTE DU SERVICE, MAJOREE SI LE    *
056700*        PREMIER PRENOM CONCORDE                                 *
056800******************************************************************
056900 2400-NOTER-CANDIDAT.
057000     MOVE SOCC071L-MATCH-SCORE (B731-R) TO B731-CA-SCORE (B731-R)
057100     MOVE 'N' TO B731-CA-NIVEAU (B731-R)
057200     MOVE SOCC071L-BIRTHFORENAMELB (B731-R) TO B731-NORM-ENTREE
057300     PERFORM 5100-NORMALISER THRU 5100-EXIT
057400     MOVE SPACES TO B731-PRENOM-CANDIDAT
057500     UNSTRING B731-NORM-SORTIE DELIMITED BY ALL SPACE
057600         INTO B731-PRENOM-CANDIDAT
057700     END-UNSTRING
057800     IF B731-PRENOM-DECLARE = SPACES
057900     OR B731-PRENOM-CANDIDAT NOT = B731-PRENOM-DECLARE
058000        GO TO 2400-EXIT
058100     END-IF
058200     ADD B731-BONUS-PRENOM TO B731-CA-SCORE (B731-R)
058300     MOVE 'P' TO B731-CA-NIVEAU (B731-R)
058400     IF B731-CA-SCORE (B731-R) NOT < B731-SEUIL-FORT
058500        MOVE 'O' TO B731-CA-NIVEAU (B731-R)
058600        ADD 1 TO B731-NB-FORTS
058700        MOVE B731-R TO B731-RANG-FORT
058800     END-IF.
058900 2400-EXIT.
059000     EXIT.
059100******************************************************************
059200* 2500 - PROPOSITION DE RATTACHEMENT (UNE SEULE CORRESPONDANCE   *
059300*        FORTE)                                                  *
059400******************************************************************
059500 2500-ECRIRE-PROPOSITION.
059600     MOVE B731-RANG-FORT TO B731-R
059700     MOVE SPACES TO SPRP-ENREG
059800     MOVE B731-DATE-JOUR TO SPRP-DATE
059900     MOVE B731-CE-CREDITTRADERID TO SPRP-CREDITTRADERID
060000     MOVE B731-CE-TRADEREXTREFID TO SPRP-TRADEREXTREFID
060100     MOVE SOCC071L-PERSONENTITYID OF SOCC071L-PERSON-OCC (B731-R)
060200       TO SPRP-PERSONENTITYID
060300     MOVE B731-CA-SCORE (B731-R) TO SPRP-SCORE
060400     MOVE SOCC071L-CREDITTRADERID OF SOCC071L-PERSON-OCC (B731-R)
060500       TO SPRP-CREDITTRADERID-ACTUEL
060600     MOVE SOCC071L-TRADEREXTREFID OF SOCC071L-PERSON-OCC (B731-R)
060700       TO SPRP-TRADEREXTREFID-ACTUEL
060800     MOVE B731-DT-NOM TO SPRP-NOM
060900     MOVE B731-DT-PRENOM TO SPRP-PRENOM
061000     MOVE B731-DT-BIRTHDT TO SPRP-BIRTHDT
061100     WRITE SPRP-ENREG
061200     IF NOT B731-PROPOS-OK
061300        DISPLAY 'SOCB0731 - ECRITURE PROPRAPP KO FS='
061400                B731-FS-PROPOS
061500        GO TO 9999-ABANDON
061600     END-IF.
061700 2500-EXIT.
061800     EXIT.
061900******************************************************************
062000* 2600 - LISTE DE TRAVAIL : L'EXCEPTION PUIS SES CANDIDATS       *
062100******************************************************************
062200 2600-ECRIRE-ATTENTE.
062300     MOVE SPACES TO SRTR-ENREG
062400     MOVE 'E' TO SRTR-CODE
062500     MOVE B731-DATE-JOUR TO SRTR-DATE
062600     MOVE B731-CE-CREDITTRADERID TO SRTR-CREDITTRADERID
062700     MOVE B731-CE-TRADEREXTREFID TO SRTR-TRADEREXTREFID
062800     MOVE SOCC071L-NB-LINE-TOTAL TO SRTR-EX-NB-TROUVES
062900     MOVE SOCC071L-NB-LINE TO SRTR-EX-NB-LISTES
063000     MOVE B731-NB-FORTS TO SRTR-EX-NB-FORTS
063100     MOVE B731-DT-NOM TO SRTR-EX-NOM
063200     MOVE B731-DT-PRENOM TO SRTR-EX-PRENOM
063300     MOVE B731-DT-BIRTHDT TO SRTR-EX-BIRTHDT
063400     MOVE B731-DT-POSTALCD TO SRTR-EX-POSTALCD
063500     PERFORM 2690-ECRIRE-ENREG-ATTENTE THRU 2690-EXIT
063600     PERFORM 2610-ECRIRE-CANDIDAT THRU 2610-EXIT
063700         VARYING B731-R FROM 1 BY 1
063800         UNTIL B731-R > SOCC071L-NB-LINE.
063900 2600-EXIT.
064000     EXIT.
064100 2610-ECRIRE-CANDIDAT.
064200     MOVE SPACES TO SRTR-DETAIL
064300     MOVE 'C' TO SRTR-CODE
064400     MOVE B731-R TO SRTR-CA-RANG
064500     MOVE B731-CA-SCORE (B731-R) TO SRTR-CA-SCORE
064600     MOVE B731-CA-NIVEAU (B731-R) TO SRTR-CA-NIVEAU
064700     MOVE SOCC071L-PERSONENTITYID OF SOCC071L-PERSON-OCC (B731-R)
064800       TO SRTR-CA-PERSONENTITYID
064900     MOVE SOCC071L-PERSONUSAGENAMELB (B731-R) TO SRTR-CA-NOM
065000     MOVE SOCC071L-BIRTHFORENAMELB (B731-R) TO SRTR-CA-PRENOM
065100     MOVE SOCC071L-PERSONBIRTHDT (B731-R) TO SRTR-CA-BIRTHDT
065200     MOVE SOCC071L-ADDRESSPOSTALCD OF SOCC071L-PERSON-OCC (B731-R)
065300       TO SRTR-CA-POSTALCD
065400     MOVE SOCC071L-CREDITTRADERID OF SOCC071L-PERSON-OCC (B731-R)
065500       TO SRTR-CA-CREDITTRADERID
065600     MOVE SOCC071L-TRADEREXTREFID OF SOCC071L-PERSON-OCC (B731-R)
065700       TO SRTR-CA-TRADEREXTREFID
065800     PERFORM 2690-ECRIRE-ENREG-ATTENTE THRU 2690-EXIT.
065900 2610-EXIT.
066000     EXIT.
066100 2690-ECRIRE-ENREG-ATTENTE.
066200     WRITE SRTR-ENREG
066300     IF NOT B731-ATTENTE-OK
066400        DISPLAY 'SOCB0731 - ECRITURE ATTRAPP KO FS='
066500                B731-FS-ATTENTE
066600        GO TO 9999-ABANDON
066700     END-IF.
066800 2690-EXIT.
066900     EXIT.
067000******************************************************************
067100* 2900 - LIGNE DE L'ETAT DU DISTRIBUTEUR PRECEDENT               *
067200******************************************************************
067300 2900-EDITER-DISTRIBUTEUR.
067400     MOVE B731-DIST-PREC TO B731-LD-CREDITTRADERID
067500     MOVE B731-DI-EXCEPTIONS TO B731-LD-EXCEPTIONS
067600     MOVE B731-DI-PROPOSEES TO B731-LD-PROPOSEES
067700     MOVE B731-DI-AMBIGUES TO B731-LD-AMBIGUES
067800     MOVE B731-DI-SANS-CORRESP TO B731-LD-SANS-CORRESP
067900     MOVE B731-DI-NON-RECHERCHE TO B731-LD-NON-RECHERCHE
068000     COMPUTE B731-LD-PCT ROUNDED =
068100             B731-DI-PROPOSEES * 100 / B731-DI-EXCEPTIONS
068200     MOVE B731-LE-DISTRIB TO B731-LIGNE-ETAT
068300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
068400 2900-EXIT.
068500     EXIT.
068600******************************************************************
068700* 3000 - FIN DE TRAITEMENT : TOTAUX                              *
068800******************************************************************
068900 3000-TERMINER.
069000     MOVE B731-LE-SEPARATION TO B731-LIGNE-ETAT
069100     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
069200     MOVE B731-LE-TITRE-II TO B731-LIGNE-ETAT
069300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
069400     MOVE 'EXCEPTIONS LUES (EXCEPTIO) .......... :'
069500       TO B731-LC-LIBELLE
069600     MOVE B731-NB-LUES TO B731-LC-NB
069700     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
069800     MOVE 'EXCEPTIONS DE TYPE I ................ :'
069900       TO B731-LC-LIBELLE
070000     MOVE B731-NB-EXCEPTIONS TO B731-LC-NB
070100     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
070200     MOVE 'PROPOSITIONS ECRITES (PROPRAPP) ..... :'
070300       TO B731-LC-LIBELLE
070400     MOVE B731-NB-PROPOSEES TO B731-LC-NB
070500     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
070600     MOVE 'CAS AMBIGUS A EXAMINER (ATTRAPP) .... :'
070700       TO B731-LC-LIBELLE
070800     MOVE B731-NB-AMBIGUES TO B731-LC-NB
070900     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
071000     MOVE 'SANS CORRESPONDANCE ................. :'
071100       TO B731-LC-LIBELLE
071200     MOVE B731-NB-SANS-CORRESP TO B731-LC-NB
071300     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
071400     MOVE 'NON RECHERCHABLES (IDENTITE) ........ :'
071500       TO B731-LC-LIBELLE
071600     MOVE B731-NB-NON-RECHERCHE TO B731-LC-NB
071700     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
071800     MOVE 'CANDIDATS EXAMINES .................. :'
071900       TO B731-LC-LIBELLE
072000     MOVE B731-NB-CANDIDATS TO B731-LC-NB
072100     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
072200     MOVE 'DISTRIBUTEURS CONCERNES ............. :'
072300       TO B731-LC-LIBELLE
072400     MOVE B731-NB-DISTRIBUTEURS TO B731-LC-NB
072500     PERFORM 3100-ECRIRE-COMPTE THRU 3100-EXIT
072600     CLOSE FETAT
072700     CLOSE FPROPOS
072800     CLOSE FATTENTE
072900     MOVE 'END-OF-SERVICE' TO SOCC071L-METHOD-CD
073000     CALL 'SOCC0710' USING SOCC071L-COMMAREA
073100     DISPLAY 'SOCB0731 - EXCEPTIONS LUES       : ' B731-NB-LUES
073200     DISPLAY 'SOCB0731 - EXCEPTIONS DE TYPE I  : '
073300             B731-NB-EXCEPTIONS
073400     DISPLAY 'SOCB0731 - PROPOSITIONS          : '
073500             B731-NB-PROPOSEES
073600     DISPLAY 'SOCB0731 - CAS AMBIGUS           : '
073700             B731-NB-AMBIGUES
073800     DISPLAY 'SOCB0731 - SANS CORRESPONDANCE   : '
073900             B731-NB-SANS-CORRESP
074000     DISPLAY 'SOCB0731 - NON RECHERCHABLES     : '
074100             B731-NB-NON-RECHERCHE.
074200 3000-EXIT.
074300     EXIT.
074400 3100-ECRIRE-COMPTE.
074500     MOVE B731-LE-COMPTE TO B731-LIGNE-ETAT
074600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
074700 3100-EXIT.
074800     EXIT.
074900******************************************************************
075000* 5100 - NORMALISATION D'UN PRENOM : MAJUSCULES, TIRETS ET       *
075100*        APOSTROPHES REMPLACES PAR DES BLANCS                    *
075200*        ENTREE : B731-NORM-ENTREE   SORTIE : B731-NORM-SORTIE   *
075300******************************************************************
075400 5100-NORMALISER.
075500     MOVE B731-NORM-ENTREE TO B731-NORM-SORTIE
075600     INSPECT B731-NORM-SORTIE
075700             CONVERTING 'abcdefghijklmnopqrstuvwxyz-'''
075800                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
075900 5100-EXIT.
076000     EXIT.
076100******************************************************************
076200* 6100 - SAUT DE PAGE ET ENTETE                                  *
076300******************************************************************
076400 6100-SAUT-DE-PAGE.
076500     ADD 1 TO B731-PAGE-CPT
076600     MOVE B731-DATE-JOUR TO B731-LE-DATE-EDIT
076700     MOVE B731-PAGE-CPT TO B731-LE-PAGE
076800     MOVE B731-LE-ENTETE1 TO B731-LIGNE-ETAT
076900     WRITE B731-LIGNE-ETAT AFTER ADVANCING PAGE
077000     MOVE SPACES TO B731-LIGNE-ETAT
077100     WRITE B731-LIGNE-ETAT AFTER ADVANCING 1 LINE
077200     MOVE 2 TO B731-LIGNE-CPT.
077300 6100-EXIT.
077400     EXIT.
077500******************************************************************
077600* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
077700******************************************************************
077800 6200-ECRIRE-LIGNE.
077900*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
078000*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
078100     MOVE B731-LIGNE-ETAT TO B731-LIGNE-TRAV
078200     IF B731-LIGNE-CPT > 58
078300        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
078400        MOVE B731-LIGNE-TRAV TO B731-LIGNE-ETAT
078500     END-IF
078600     WRITE B731-LIGNE-ETAT AFTER ADVANCING 1 LINE
078700     ADD 1 TO B731-LIGNE-CPT.
078800 6200-EXIT.
078900     EXIT.
079000******************************************************************
079100* 8200 - LECTURE D'UN CLIENT DU STOCK TRIE (LES ENTETES ET FINS  *
079200*        DE SECTION EVENTUELS SONT IGNORES) ; EN FIN DE FICHIER  *
079300*        LA CLE PASSE A HIGH-VALUES                              *
079400******************************************************************
079500 8200-LIRE-CLIENT.
079600     READ FDISTTRI
079700     IF B731-DISTTRI-FIN
079800        MOVE HIGH-VALUES TO B731-CLE-DIS
079900        GO TO 8200-EXIT
080000     END-IF
080100     IF NOT B731-DISTTRI-OK
080200        DISPLAY 'SOCB0731 - LECTURE DISTTRIE KO FS='
080300                B731-FS-DISTTRI
080400        GO TO 9999-ABANDON
080500     END-IF
080600     IF B731-DT-CLIENT
080700        MOVE B731-DT-CLE TO B731-CLE-DIS
080800     END-IF.
080900 8200-EXIT.
081000     EXIT.
081100******************************************************************
081200* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
081300******************************************************************
081400 9800-SUIVI-DEBUT.
081500     MOVE 'SOCB0731' TO SSUI-PROGRAMME
081600     MOVE 'D' TO SSUI-PHASE
081700     CALL 'SOCC0726' USING SSUI-ENREG.
081800 9800-EXIT.
081900     EXIT.
082000******************************************************************
082100* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
082200*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
082300*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
082400*        1 EXCEPT. I / 2 PROPOSEES / 3 AMBIGUES / 4 SANS CORR /  *
082500*        5 NON RECH / 6 CANDIDATS / 7 DISTRIB                    *
082600******************************************************************
082700 9810-SUIVI-FIN.
082800     MOVE 'F' TO SSUI-PHASE
082900     MOVE RETURN-CODE TO SSUI-RETURN-CODE
083000     MOVE 'EXCEPT. I' TO SSUI-CPT-LIBELLE (1)
083100     MOVE B731-NB-EXCEPTIONS TO SSUI-CPT-VALEUR (1)
083200     MOVE 'PROPOSEES' TO SSUI-CPT-LIBELLE (2)
083300     MOVE B731-NB-PROPOSEES TO SSUI-CPT-VALEUR (2)
083400     MOVE 'AMBIGUES' TO SSUI-CPT-LIBELLE (3)
083500     MOVE B731-NB-AMBIGUES TO SSUI-CPT-VALEUR (3)
083600     MOVE 'SANS CORR' TO SSUI-CPT-LIBELLE (4)
083700     MOVE B731-NB-SANS-CORRESP TO SSUI-CPT-VALEUR (4)
083800     MOVE 'NON RECH' TO SSUI-CPT-LIBELLE (5)
083900     MOVE B731-NB-NON-RECHERCHE TO SSUI-CPT-VALEUR (5)
084000     MOVE 'CANDIDATS' TO SSUI-CPT-LIBELLE (6)
084100     MOVE B731-NB-CANDIDATS TO SSUI-CPT-VALEUR (6)
084200     MOVE 'DISTRIB' TO SSUI-CPT-LIBELLE (7)
084300     MOVE B731-NB-DISTRIBUTEURS TO SSUI-CPT-VALEUR (7)
084400     CALL 'SOCC0726' USING SSUI-ENREG.
084500 9810-EXIT.
084600     EXIT.
084700******************************************************************
084800* 9999 - ABANDON DU TRAITEMENT                                   *
084900******************************************************************
085000 9999-ABANDON.
085100     DISPLAY 'SOCB0731 - ABANDON DU TRAITEMENT'
085200     MOVE 16 TO RETURN-CODE
085300     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
085400     STOP RUN.
