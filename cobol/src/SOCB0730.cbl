000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0730.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - CONTROLE DE COHERENCE DES FOYERS      *
000900*----------------------------------------------------------------*
001000* CONTROLE HEBDOMADAIRE DU REFERENTIEL DES PERSONNES (EXTRAIT    *
001100* PERSREPO) REGROUPE PAR FOYER (PREPO-FOYERID). LES PERSONNES    *
001200* SANS FOYER (FOYERID A ZERO) SONT SEULEMENT COMPTEES. POUR      *
001300* CHAQUE FOYER SONT RECHERCHES :                                 *
001400*   PA - AUCUN MEMBRE PRINCIPAL (IND-FOYER-PRINC A 'O') ;        *
001500*   PM - PLUSIEURS MEMBRES PRINCIPAUX ;                          *
001600*   VA - AUCUN MEMBRE PRIVILEGIE (IND-FOYER-PRIVI A 'O') ;       *
001700*   VM - PLUSIEURS MEMBRES PRIVILEGIES ;                         *
001800*   RD - RANG (PERSONRANKID) PORTE PAR PLUSIEURS MEMBRES ;       *
001900*   RM - RANG MANQUANT (LES RANGS DOIVENT SE SUIVRE A PARTIR DE  *
002000*        1) OU INVALIDE (ZERO, NON NUMERIQUE) ;                  *
002100*   CP - MEMBRES A DES CODES POSTAUX DIFFERENTS ;                *
002200*   VI - MEMBRES DANS DES VILLES DIFFERENTES (CODE PHONETIQUE DE *
002300*        LA VILLE S'IL EST RENSEIGNE, LIBELLE SINON) ;           *
002400*   DD - MEMBRES DECLARES PAR DES COMMERCIALISATEURS DIFFERENTS ;*
002500*   MU - FOYER A MEMBRE UNIQUE.                                  *
002600* LES VALEURS A BLANC OU A ZERO NE SONT PAS COMPAREES. CHAQUE    *
002700* TYPE PORTE UNE GRAVITE (TABLE B730-TYPES) ; LA GRAVITE D'UN    *
002800* FOYER EST LA SOMME DES GRAVITES DE SES ANOMALIES.              *
002900*                                                                *
003000* PRODUITS :                                                     *
003100*   - FOYANOM : UN ENREGISTREMENT PAR FOYER ET TYPE D'ANOMALIE   *
003200*     (SOCC07FA), POUR L'EQUIPE DE CORRECTION DU REFERENTIEL     *
003300*     AMONT ;                                                    *
003400*   - ETAT0730 : NOMBRE DE FOYERS PAR TYPE D'ANOMALIE, FOYERS LES*
003500*     PLUS DEGRADES EN TETE (GRAVITE DECROISSANTE, LIMITES A     *
003600*     B730-MAX-EDITES) ET TOTAUX.                                *
003700* FOYTRAV (SYNTHESE DES FOYERS EN ANOMALIE) ET FOYTRIE (LA MEME, *
003800* TRIEE) SONT DES FICHIERS DE TRAVAIL TEMPORAIRES.               *
003900*                                                                *
004000* CODE RETOUR 0 : TRAITEMENT NORMAL.                             *
004100* CODE RETOUR 16 : INCIDENT TECHNIQUE.                           *
004200*----------------------------------------------------------------*
004300* HISTORIQUE DES MODIFICATIONS                                   *
004400* --------------------------                                     *
004500* 15/10/2026 CRP CREATION - CONTROLE HEBDOMADAIRE DE COHERENCE   *
004600*                DES FOYERS ET FICHIER DES ANOMALIES FOYANOM     *
004700*                (REPERE 2704FOYI)                               *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-ENTERPRISE.
005200 OBJECT-COMPUTER. IBM-ENTERPRISE.
005300 SPECIAL-NAMES.
005400     DECIMAL-POINT IS COMMA.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700*   *** EXTRAIT SEQUENTIEL DU REFERENTIEL DES PERSONNES
005800     SELECT FPERSREP ASSIGN TO PERSREPO
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS B730-FS-PERSREP.
006100*   *** ANOMALIES DE FOYER (EQUIPE DE CORRECTION AMONT)
006200     SELECT FANOM ASSIGN TO FOYANOM
006300            ORGANIZATION IS SEQUENTIAL
006400            FILE STATUS IS B730-FS-ANOM.
006500*   *** FICHIER DE TRAVAIL : SYNTHESE DES FOYERS EN ANOMALIE
006600     SELECT FFOYTRAV ASSIGN TO FOYTRAV
006700            ORGANIZATION IS SEQUENTIAL
006800            FILE STATUS IS B730-FS-FOYTRAV.
006900*   *** SYNTHESES TRIEES PAR GRAVITE DECROISSANTE
007000     SELECT FFOYTRIE ASSIGN TO FOYTRIE
007100            ORGANIZATION IS SEQUENTIAL
007200            FILE STATUS IS B730-FS-FOYTRIE.
007300*   *** ETAT EDITE
007400     SELECT FETAT ASSIGN TO ETAT0730
007500            ORGANIZATION IS SEQUENTIAL
007600            FILE STATUS IS B730-FS-ETAT.
007700*   *** FICHIERS DE TRI
007800     SELECT FTRI1 ASSIGN TO SORTWK01.
007900     SELECT FTRI2 ASSIGN TO SORTWK02.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  FPERSREP
008300     BLOCK CONTAINS 0 RECORDS
008400     RECORD CONTAINS 450 CHARACTERS.
008500     COPY SOCC07PR.
008600 FD  FANOM
008700     BLOCK CONTAINS 0 RECORDS
008800     RECORD CONTAINS 150 CHARACTERS.
008900     COPY SOCC07FA.
009000 FD  FFOYTRAV
009100     BLOCK CONTAINS 0 RECORDS
009200     RECORD CONTAINS 60 CHARACTERS.
009300 01  B730-FOYTRAV.
009400     05 B730-FT-GRAVITE           PIC 9(03).
009500     05 B730-FT-FOYERID           PIC 9(11).
009600     05 B730-FT-NB-MEMBRES        PIC 9(03).
009700     05 B730-FT-NB-ANOMALIES      PIC 9(02).
009800     05 B730-FT-CODES             PIC X(30).
009900     05 FILLER                    PIC X(11).
010000 FD  FFOYTRIE
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORD CONTAINS 60 CHARACTERS.
010300 01  B730-FOYTRIE.
010400     05 B730-FR-GRAVITE           PIC 9(03).
010500     05 B730-FR-FOYERID           PIC 9(11).
010600     05 B730-FR-NB-MEMBRES        PIC 9(03).
010700     05 B730-FR-NB-ANOMALIES      PIC 9(02).
010800     05 B730-FR-CODES             PIC X(30).
010900     05 FILLER                    PIC X(11).
011000 FD  FETAT
011100     BLOCK CONTAINS 0 RECORDS
011200     RECORD CONTAINS 132 CHARACTERS.
011300 01  B730-LIGNE-ETAT              PIC X(132).
011400 SD  FTRI1
011500     RECORD CONTAINS 450 CHARACTERS.
011600 01  TRI1-ENREG.
011700     05 TRI1-PERSONENTITYID       PIC 9(11).
011800     05 FILLER                    PIC X(308).
011900     05 TRI1-FOYERID              PIC 9(11).
012000     05 TRI1-PERSONRANKID         PIC X(01).
012100     05 FILLER                    PIC X(119).
012200 SD  FTRI2
012300     RECORD CONTAINS 60 CHARACTERS.
012400 01  TRI2-ENREG.
012500     05 TRI2-GRAVITE              PIC 9(03).
012600     05 TRI2-FOYERID              PIC 9(11).
012700     05 FILLER                    PIC X(46).
012800 WORKING-STORAGE SECTION.
012900******************************************************************
013000* INDICATEURS ET COMPTEURS                                       *
013100******************************************************************
013200 77  B730-FS-PERSREP           PIC X(02) VALUE SPACES.
013300     88 B730-PERSREP-OK                  VALUE '00'.
013400 77  B730-FS-ANOM              PIC X(02) VALUE SPACES.
013500     88 B730-ANOM-OK                     VALUE '00'.
013600 77  B730-FS-FOYTRAV           PIC X(02) VALUE SPACES.
013700     88 B730-FOYTRAV-OK                  VALUE '00'.
013800 77  B730-FS-FOYTRIE           PIC X(02) VALUE SPACES.
013900     88 B730-FOYTRIE-OK                  VALUE '00'.
014000     88 B730-FOYTRIE-FIN                 VALUE '10'.
014100 77  B730-FS-ETAT              PIC X(02) VALUE SPACES.
014200     88 B730-ETAT-OK                     VALUE '00'.
014300 77  B730-TRI-FIN-SW           PIC X(01) VALUE 'N'.
014400     88 B730-TRI-FIN                     VALUE 'O'.
014500 77  B730-NB-PERS              PIC 9(09) VALUE ZERO.
014600 77  B730-NB-SANS-FOYER        PIC 9(09) VALUE ZERO.
014700 77  B730-NB-FOYERS            PIC 9(09) VALUE ZERO.
014800 77  B730-NB-CONFORMES         PIC 9(09) VALUE ZERO.
014900 77  B730-NB-EN-ANOMALIE       PIC 9(09) VALUE ZERO.
015000 77  B730-NB-ANOMALIES         PIC 9(09) VALUE ZERO.
015100 77  B730-NB-EDITES            PIC 9(05) VALUE ZERO.
015200*   *** NOMBRE MAXIMUM DE FOYERS EDITES EN SECTION II
015300 77  B730-MAX-EDITES           PIC 9(05) VALUE 200.
015400 77  B730-T                    PIC 9(02) COMP VALUE ZERO.
015500 77  B730-NB-TYPES             PIC 9(02) COMP VALUE 10.
015600 77  B730-PTR                  PIC 9(02) COMP VALUE ZERO.
015700 77  B730-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
015800 77  B730-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
015900 77  B730-DATE-JOUR            PIC 9(08) VALUE ZERO.
016000 01  B730-LIGNE-TRAV           PIC X(132) VALUE SPACES.
016100 01  B730-DATE-SYS.
016200     05 B730-DS-AAMMJJ         PIC 9(06).
016300******************************************************************
016400* TYPES D'ANOMALIE : CODE, GRAVITE, LIBELLE. LE RANG DANS LA     *
016500* TABLE EST CELUI DES INDICATEURS ET DES COMPTEURS CI-DESSOUS    *
016600******************************************************************
016700 01  B730-TYPES-VAL.
016800     05 FILLER                 PIC X(34) VALUE
016900        'PA05AUCUN MEMBRE PRINCIPAL'.
017000     05 FILLER                 PIC X(34) VALUE
017100        'PM05PLUSIEURS MEMBRES PRINCIPAUX'.
017200     05 FILLER                 PIC X(34) VALUE
017300        'VA02AUCUN MEMBRE PRIVILEGIE'.
017400     05 FILLER                 PIC X(34) VALUE
017500        'VM03PLUSIEURS MEMBRES PRIVILEGIES'.
017600     05 FILLER                 PIC X(34) VALUE
017700        'RD03RANG EN DOUBLE'.
017800     05 FILLER                 PIC X(34) VALUE
017900        'RM02RANG MANQUANT OU INVALIDE'.
018000     05 FILLER                 PIC X(34) VALUE
018100        'CP02CODES POSTAUX DIFFERENTS'.
018200     05 FILLER                 PIC X(34) VALUE
018300        'VI01VILLES DIFFERENTES'.
018400     05 FILLER                 PIC X(34) VALUE
018500        'DD01COMMERCIALISATEURS DIFFERENTS'.
018600     05 FILLER                 PIC X(34) VALUE
018700        'MU01FOYER A MEMBRE UNIQUE'.
018800 01  B730-TYPES REDEFINES B730-TYPES-VAL.
018900     05 B730-TY-ENT            OCCURS 10 TIMES.
019000        10 B730-TY-CODE        PIC X(02).
019100        10 B730-TY-GRAVITE     PIC 9(02).
019200        10 B730-TY-LIBELLE     PIC X(30).
019300*   *** NOMBRE DE FOYERS PAR TYPE D'ANOMALIE
019400 01  B730-CPT-TYPES.
019500     05 B730-CT-NB-FOYERS      PIC 9(09) OCCURS 10 TIMES.
019600******************************************************************
019700* PERSONNE RESTITUEE PAR LE TRI                                  *
019800******************************************************************
019900     COPY SOCC07PR REPLACING LEADING ==PREPO== BY ==PFOY==.
020000******************************************************************
020100* CUMULS DU FOYER EN COURS                                       *
020200******************************************************************
020300 01  B730-FOYER.
020400     05 B730-FO-FOYERID        PIC 9(11).
020500     05 B730-FO-NB-MEMBRES     PIC 9(03).
020600     05 B730-FO-PREMIER-ID     PIC 9(11).
020700     05 B730-FO-NB-PRINC       PIC 9(03).
020800     05 B730-FO-PRINC-ID       PIC 9(11).
020900     05 B730-FO-PRINC-ID2      PIC 9(11).
021000     05 B730-FO-NB-PRIVI       PIC 9(03).
021100     05 B730-FO-PRIVI-ID       PIC 9(11).
021200     05 B730-FO-PRIVI-ID2      PIC 9(11).
021300     05 B730-FO-RANG-PREC      PIC 9(02).
021400     05 B730-FO-RANG-ATTENDU   PIC 9(02).
021500     05 B730-FO-NB-DOUBLES     PIC 9(03).
021600     05 B730-FO-DOUBLE-ID      PIC 9(11).
021700     05 B730-FO-DOUBLE-RANG    PIC X(01).
021800     05 B730-FO-NB-MANQUANTS   PIC 9(03).
021900     05 B730-FO-MANQUANT-ID    PIC 9(11).
022000     05 B730-FO-MANQUANT-ATT   PIC 9(02).
022100     05 B730-FO-MANQUANT-LU    PIC X(01).
022200     05 B730-FO-CP-REF         PIC X(10).
022300     05 B730-FO-NB-CP          PIC 9(03).
022400     05 B730-FO-CP-ID          PIC 9(11).
022500     05 B730-FO-CP-ECART       PIC X(10).
022600     05 B730-FO-VILLE-REF      PIC X(27).
022700     05 B730-FO-VILLE-PHON     PIC X(10).
022800     05 B730-FO-NB-VILLES      PIC 9(03).
022900     05 B730-FO-VILLE-ID       PIC 9(11).
023000     05 B730-FO-VILLE-ECART    PIC X(27).
023100     05 B730-FO-DISTRIB-REF    PIC 9(11).
023200     05 B730-FO-NB-DISTRIB     PIC 9(03).
023300     05 B730-FO-DISTRIB-ID     PIC 9(11).
023400     05 B730-FO-DISTRIB-ECART  PIC 9(11).
023500     05 B730-FO-GRAVITE        PIC 9(03).
023600     05 B730-FO-NB-ANOMALIES   PIC 9(02).
023700     05 B730-FO-CODES          PIC X(30).
023800*   *** ANOMALIES RELEVEES SUR LE FOYER (MEME RANG QUE B730-TYPES)
023900     05 B730-FO-ANOMALIE       OCCURS 10 TIMES.
024000        10 B730-FA-SW          PIC X(01).
024100           88 B730-FA-RELEVEE            VALUE 'O'.
024200        10 B730-FA-NB          PIC 9(03).
024300        10 B730-FA-ID          PIC 9(11).
024400        10 B730-FA-REF         PIC X(27).
024500        10 B730-FA-ECART       PIC X(27).
024600 01  B730-ID-EDIT              PIC 9(11).
024700 01  B730-RANG-EDIT            PIC 9(02).
024800******************************************************************
024900* LIGNES D'EDITION                                               *
025000******************************************************************
025100 01  B730-LE-ENTETE1.
025200     05 FILLER                 PIC X(10) VALUE 'SOCB0730'.
025300     05 FILLER                 PIC X(30) VALUE
025400        'CTLM BANQUE - SERV0002'.
025500     05 FILLER                 PIC X(46) VALUE
025600        'CONTROLE DE COHERENCE DES FOYERS'.
025700     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
025800     05 B730-LE-DATE-EDIT      PIC 9(08).
025900     05 FILLER                 PIC X(12) VALUE '      PAGE'.
026000     05 B730-LE-PAGE           PIC ZZ9.
026100     05 FILLER                 PIC X(12) VALUE SPACES.
026200 01  B730-LE-TITRE-I.
026300     05 FILLER                 PIC X(132) VALUE
026400        'I. FOYERS EN ANOMALIE PAR TYPE'.
026500 01  B730-LE-TITRE-II.
026600     05 FILLER                 PIC X(132) VALUE
026700        'II. FOYERS LES PLUS DEGRADES (GRAVITE DECROISSANTE)'.
026800 01  B730-LE-TITRE-III.
026900     05 FILLER                 PIC X(132) VALUE
027000        'III. TOTAUX'.
027100 01  B730-LE-COLONNES-I.
027200     05 FILLER                 PIC X(06) VALUE 'CODE'.
027300     05 FILLER                 PIC X(32) VALUE 'ANOMALIE'.
027400     05 FILLER                 PIC X(09) VALUE 'GRAVITE'.
027500     05 FILLER                 PIC X(12) VALUE '    FOYERS'.
027600     05 FILLER                 PIC X(73) VALUE
027700        '  % DES FOYERS CONTROLES'.
027800 01  B730-LE-TYPE.
027900     05 B730-LY-CODE           PIC X(02).
028000     05 FILLER                 PIC X(04) VALUE SPACES.
028100     05 B730-LY-LIBELLE        PIC X(30).
028200     05 FILLER                 PIC X(05) VALUE SPACES.
028300     05 B730-LY-GRAVITE        PIC Z9.
028400     05 FILLER                 PIC X(03) VALUE SPACES.
028500     05 B730-LY-NB             PIC ZZZZZZZZ9.
028600     05 FILLER                 PIC X(06) VALUE SPACES.
028700     05 B730-LY-PCT            PIC ZZ9,99.
028800     05 FILLER                 PIC X(65) VALUE SPACES.
028900 01  B730-LE-COLONNES-II.
029000     05 FILLER                 PIC X(08) VALUE '   RANG'.
029100     05 FILLER                 PIC X(13) VALUE 'FOYER'.
029200     05 FILLER                 PIC X(09) VALUE 'MEMBRES'.
029300     05 FILLER                 PIC X(09) VALUE 'GRAVITE'.
029400     05 FILLER                 PIC X(11) VALUE 'ANOMALIES'.
029500     05 FILLER                 PIC X(82) VALUE 'CODES'.
029600 01  B730-LE-FOYER.
029700     05 B730-LF-RANG           PIC ZZZZZZ9.
029800     05 FILLER                 PIC X(01) VALUE SPACES.
029900     05 B730-LF-FOYERID        PIC 9(11).
030000     05 FILLER                 PIC X(04) VALUE SPACES.
030100     05 B730-LF-NB-MEMBRES     PIC ZZ9.
030200     05 FILLER                 PIC X(06) VALUE SPACES.
030300     05 B730-LF-GRAVITE        PIC ZZ9.
030400     05 FILLER                 PIC X(08) VALUE SPACES.
030500     05 B730-LF-NB-ANOMALIES   PIC Z9.
030600     05 FILLER                 PIC X(04) VALUE SPACES.
030700     05 B730-LF-CODES          PIC X(30).
030800     05 FILLER                 PIC X(53) VALUE SPACES.
030900 01  B730-LE-COMPTE.
031000     05 FILLER                 PIC X(03) VALUE SPACES.
031100     05 B730-LC-LIBELLE        PIC X(40).
031200     05 B730-LC-NB             PIC ZZZZZZZZ9.
031300     05 FILLER                 PIC X(80) VALUE SPACES.
031400 01  B730-LE-NEANT.
031500     05 FILLER                 PIC X(132) VALUE '   NEANT'.
031600 01  B730-LE-SEPARATION        PIC X(132) VALUE SPACES.
031700******************************************************************
031800* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
031900******************************************************************
032000     COPY SOCC07SU.
032100 PROCEDURE DIVISION.
032200******************************************************************
032300* 0000 - ENCHAINEMENT GENERAL : DEUX TRIS ET UNE EDITION         *
032400******************************************************************
032500 0000-MAINLINE.
032600     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
032700     PERFORM 1000-INITIALISATION THRU 1000-EXIT
032800     SORT FTRI1
032900          ON ASCENDING KEY TRI1-FOYERID
033000                           TRI1-PERSONRANKID
033100                           TRI1-PERSONENTITYID
033200          USING FPERSREP
033300          OUTPUT PROCEDURE IS 2000-CONTROLE-FOYERS
033400                           THRU 2900-CONTROLE-FIN
033500     IF SORT-RETURN NOT = ZERO
033600        DISPLAY 'SOCB0730 - TRI 1 EN ANOMALIE'
033700        GO TO 9999-ABANDON
033800     END-IF
033900     CLOSE FANOM
034000     CLOSE FFOYTRAV
034100     SORT FTRI2
034200          ON DESCENDING KEY TRI2-GRAVITE
034300             ASCENDING KEY TRI2-FOYERID
034400          USING FFOYTRAV
034500          GIVING FFOYTRIE
034600     IF SORT-RETURN NOT = ZERO
034700        DISPLAY 'SOCB0730 - TRI 2 EN ANOMALIE'
034800        GO TO 9999-ABANDON
034900     END-IF
035000     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
035100     PERFORM 4000-TERMINER THRU 4000-EXIT
035200     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
035300     GOBACK.
035400******************************************************************
035500* 1000 - INITIALISATION                                          *
035600******************************************************************
035700 1000-INITIALISATION.
035800     ACCEPT B730-DATE-SYS FROM DATE
035900     COMPUTE B730-DATE-JOUR = 20000000 + B730-DS-AAMMJJ
036000     INITIALIZE B730-CPT-TYPES
036100     OPEN OUTPUT FANOM
036200     IF NOT B730-ANOM-OK
036300        DISPLAY 'SOCB0730 - OUVERTURE FOYANOM KO FS='
036400                B730-FS-ANOM
036500        GO TO 9999-ABANDON
036600     END-IF
036700     OPEN OUTPUT FFOYTRAV
036800     IF NOT B730-FOYTRAV-OK
036900        DISPLAY 'SOCB0730 - OUVERTURE FOYTRAV KO FS='
037000                B730-FS-FOYTRAV
037100        GO TO 9999-ABANDON
037200     END-IF.
037300 1000-EXIT.
037400     EXIT.
037500******************************************************************
037600* 2000 - PROCEDURE DE SORTIE DU TRI 1 : CUMUL DES MEMBRES DE     *
037700*        CHAQUE FOYER, CONTROLE A LA RUPTURE DE FOYER            *
037800******************************************************************
037900 2000-CONTROLE-FOYERS.
038000     MOVE 'N' TO B730-TRI-FIN-SW
038100     MOVE ZERO TO B730-FO-FOYERID
038200     MOVE ZERO TO B730-FO-NB-MEMBRES
038300     PERFORM 2100-TRAITER-RETOUR THRU 2100-EXIT
038400         UNTIL B730-TRI-FIN
038500     PERFORM 2300-CONTROLER-FOYER THRU 2300-EXIT
038600     GO TO 2900-CONTROLE-FIN.
038700 2000-EXIT.
038800     EXIT.
038900******************************************************************
039000* 2100 - RECUPERATION D'UN ENREGISTREMENT TRIE                   *
039100******************************************************************
039200 2100-TRAITER-RETOUR.
039300     RETURN FTRI1 INTO PFOY-ENREG
039400         AT END
039500              MOVE 'O' TO B730-TRI-FIN-SW
039600         NOT AT END
039700              PERFORM 2200-CUMULER-MEMBRE THRU 2200-EXIT
039800     END-RETURN.
039900 2100-EXIT.
040000     EXIT.
040100******************************************************************
040200* 2200 - CUMUL D'UN MEMBRE DANS SON FOYER                        *
040300******************************************************************
040400 2200-CUMULER-MEMBRE.
040500     ADD 1 TO B730-NB-PERS
040600     IF PFOY-FOYERID NOT NUMERIC
040700     OR PFOY-FOYERID = ZERO
040800        ADD 1 TO B730-NB-SANS-FOYER
040900        GO TO 2200-EXIT
041000     END-IF
041100     IF PFOY-FOYERID NOT = B730-FO-FOYERID
041200        PERFORM 2300-CONTROLER-FOYER THRU 2300-EXIT
041300        INITIALIZE B730-FOYER
041400        MOVE PFOY-FOYERID TO B730-FO-FOYERID
041500        MOVE PFOY-PERSONENTITYID TO B730-FO-PREMIER-ID
041600     END-IF
041700     ADD 1 TO B730-FO-NB-MEMBRES
041800*    MEMBRES PRINCIPAUX ET PRIVILEGIES
041900     IF PFOY-IND-FOYER-PRINC = 'O'
042000        ADD 1 TO B730-FO-NB-PRINC
042100        IF B730-FO-NB-PRINC = 1
042200           MOVE PFOY-PERSONENTITYID TO B730-FO-PRINC-ID
042300        END-IF
042400        IF B730-FO-NB-PRINC = 2
042500           MOVE PFOY-PERSONENTITYID TO B730-FO-PRINC-ID2
042600        END-IF
042700     END-IF
042800     IF PFOY-IND-FOYER-PRIVI = 'O'
042900        ADD 1 TO B730-FO-NB-PRIVI
043000        IF B730-FO-NB-PRIVI = 1
043100           MOVE PFOY-PERSONENTITYID TO B730-FO-PRIVI-ID
043200        END-IF
043300        IF B730-FO-NB-PRIVI = 2
043400           MOVE PFOY-PERSONENTITYID TO B730-FO-PRIVI-ID2
043500        END-IF
043600     END-IF
043700     PERFORM 2210-CONTROLER-RANG THRU 2210-EXIT
043800     PERFORM 2220-CONTROLER-ADRESSE THRU 2220-EXIT
043900*    COMMERCIALISATEUR
044000     IF PFOY-CREDITTRADERID NUMERIC
044100     AND PFOY-CREDITTRADERID NOT = ZERO
044200        IF B730-FO-DISTRIB-REF = ZERO
044300           MOVE PFOY-CREDITTRADERID TO B730-FO-DISTRIB-REF
044400        ELSE
044500           IF PFOY-CREDITTRADERID NOT = B730-FO-DISTRIB-REF
044600              ADD 1 TO B730-FO-NB-DISTRIB
044700              IF B730-FO-NB-DISTRIB = 1
044800                 MOVE PFOY-PERSONENTITYID TO B730-FO-DISTRIB-ID
044900                 MOVE PFOY-CREDITTRADERID TO B730-FO-DISTRIB-ECART
045000              END-IF
045100           END-IF
045200        END-IF
045300     END-IF.
045400 2200-EXIT.
045500     EXIT.
045600******************************************************************
045700* 2210 - RANGS : LES MEMBRES ARRIVENT PAR RANG CROISSANT, LES    *
045800*        RANGS DOIVENT SE SUIVRE A PARTIR DE 1                   *
045900******************************************************************
046000 2210-CONTROLER-RANG.
046100     IF PFOY-PERSONRANKID NOT NUMERIC
046200     OR PFOY-PERSONRANKID = ZERO
046300        ADD 1 TO B730-FO-NB-MANQUANTS
046400        IF B730-FO-MANQUANT-ID = ZERO
046500           MOVE PFOY-PERSONENTITYID TO B730-FO-MANQUANT-ID
046600           MOVE 1 TO B730-FO-MANQUANT-ATT
046700           MOVE PFOY-PERSONRANKID TO B730-FO-MANQUANT-LU
046800        END-IF
046900        GO TO 2210-EXIT
047000     END-IF
047100     IF PFOY-PERSONRANKID = B730-FO-RANG-PREC
047200        ADD 1 TO B730-FO-NB-DOUBLES
047300        IF B730-FO-DOUBLE-ID = ZERO
047400           MOVE PFOY-PERSONENTITYID TO B730-FO-DOUBLE-ID
047500           MOVE PFOY-PERSONRANKID TO B730-FO-DOUBLE-RANG
047600        END-IF
047700        GO TO 2210-EXIT
047800     END-IF
047900     COMPUTE B730-FO-RANG-ATTENDU = B730-FO-RANG-PREC + 1
048000     IF PFOY-PERSONRANKID NOT = B730-FO-RANG-ATTENDU
048100        COMPUTE B730-FO-NB-MANQUANTS = B730-FO-NB-MANQUANTS
048200              + PFOY-PERSONRANKID - B730-FO-RANG-ATTENDU
048300        IF B730-FO-MANQUANT-ID = ZERO
048400           MOVE PFOY-PERSONENTITYID TO B730-FO-MANQUANT-ID
048500           MOVE B730-FO-RANG-ATTENDU TO B730-FO-MANQUANT-ATT
048600           MOVE PFOY-PERSONRANKID TO B730-FO-MANQUANT-LU
048700        END-IF
048800     END-IF
048900     MOVE PFOY-PERSONRANKID TO B730-FO-RANG-PREC.
049000 2210-EXIT.
049100     EXIT.
049200******************************************************************
049300* 2220 - ADRESSE : CODE POSTAL ET VILLE COMPARES A CEUX DU       *
049400*        PREMIER MEMBRE QUI LES RENSEIGNE                        *
049500******************************************************************
049600 2220-CONTROLER-ADRESSE.
049700     IF PFOY-ADDRESSPOSTALCD NOT = SPACES
049800        IF B730-FO-CP-REF = SPACES
049900           MOVE PFOY-ADDRESSPOSTALCD TO B730-FO-CP-REF
050000        ELSE
050100           IF PFOY-ADDRESSPOSTALCD NOT = B730-FO-CP-REF
050200              ADD 1 TO B730-FO-NB-CP
050300              IF B730-FO-NB-CP = 1
050400                 MOVE PFOY-PERSONENTITYID TO B730-FO-CP-ID
050500                 MOVE PFOY-ADDRESSPOSTALCD TO B730-FO-CP-ECART
050600              END-IF
050700           END-IF
050800        END-IF
050900     END-IF
051000     IF PFOY-ADDRESSCITYLB = SPACES
051100        GO TO 2220-EXIT
051200     END-IF
051300     IF B730-FO-VILLE-REF = SPACES
051400        MOVE PFOY-ADDRESSCITYLB TO B730-FO-VILLE-REF
051500        MOVE PFOY-ADDRESSCITYPHONETICCD TO B730-FO-VILLE-PHON
051600        GO TO 2220-EXIT
051700     END-IF
051800*    LE CODE PHONETIQUE NEUTRALISE LES VARIANTES D'ECRITURE
051900     IF B730-FO-VILLE-PHON NOT = SPACES
052000     AND PFOY-ADDRESSCITYPHONETICCD NOT = SPACES
052100        IF PFOY-ADDRESSCITYPHONETICCD = B730-FO-VILLE-PHON
052200           GO TO 2220-EXIT
052300        END-IF
052400     ELSE
052500        IF PFOY-ADDRESSCITYLB = B730-FO-VILLE-REF
052600           GO TO 2220-EXIT
052700        END-IF
052800     END-IF
052900     ADD 1 TO B730-FO-NB-VILLES
053000     IF B730-FO-NB-VILLES = 1
053100        MOVE PFOY-PERSONENTITYID TO B730-FO-VILLE-ID
053200        MOVE PFOY-ADDRESSCITYLB TO B730-FO-VILLE-ECART
053300     END-IF.
053400 2220-EXIT.
053500     EXIT.
053600******************************************************************
053700* 2300 - CONTROLE DU FOYER CUMULE : RELEVE DES ANOMALIES,        *
053800*        GRAVITE, ECRITURE DES ANOMALIES ET DE LA SYNTHESE       *
053900******************************************************************
054000 2300-CONTROLER-FOYER.
054100     IF B730-FO-NB-MEMBRES = ZERO
054200        GO TO 2300-EXIT
054300     END-IF
054400     ADD 1 TO B730-NB-FOYERS
054500     MOVE ZERO TO B730-FO-GRAVITE
054600     MOVE ZERO TO B730-FO-NB-ANOMALIES
054700     MOVE SPACES TO B730-FO-CODES
054800     MOVE 1 TO B730-PTR
054900*    1 PA / 2 PM - MEMBRE PRINCIPAL
055000     IF B730-FO-NB-PRINC = ZERO
055100        MOVE 1 TO B730-T
055200        PERFORM 2310-RELEVER THRU 2310-EXIT
055300     END-IF
055400     IF B730-FO-NB-PRINC > 1
055500        MOVE 2 TO B730-T
055600        PERFORM 2310-RELEVER THRU 2310-EXIT
055700        MOVE B730-FO-NB-PRINC TO B730-FA-NB (2)
055800        MOVE B730-FO-PRINC-ID2 TO B730-FA-ID (2)
055900        MOVE B730-FO-PRINC-ID TO B730-ID-EDIT
056000        MOVE B730-ID-EDIT TO B730-FA-REF (2)
056100        MOVE B730-FO-PRINC-ID2 TO B730-ID-EDIT
056200        MOVE B730-ID-EDIT TO B730-FA-ECART (2)
056300     END-IF
056400*    3 VA / 4 VM - MEMBRE PRIVILEGIE
056500     IF B730-FO-NB-PRIVI = ZERO
056600        MOVE 3 TO B730-T
056700        PERFORM 2310-RELEVER THRU 2310-EXIT
056800     END-IF
056900     IF B730-FO-NB-PRIVI > 1
057000        MOVE 4 TO B730-T
057100        PERFORM 2310-RELEVER THRU 2310-EXIT
057200        MOVE B730-FO-NB-PRIVI TO B730-FA-NB (4)
057300        MOVE B730-FO-PRIVI-ID2 TO B730-FA-ID (4)
057400        MOVE B730-FO-PRIVI-ID TO B730-ID-EDIT
057500        MOVE B730-ID-EDIT TO B730-FA-REF (4)
057600        MOVE B730-FO-PRIVI-ID2 TO B730-ID-EDIT
057700        MOVE B730-ID-EDIT TO B730-FA-ECART (4)
057800     END-IF
057900*    5 RD / 6 RM - RANGS
058000     IF B730-FO-NB-DOUBLES NOT = ZERO
058100        MOVE 5 TO B730-T
058200        PERFORM 2310-RELEVER THRU 2310-EXIT
058300        MOVE B730-FO-NB-DOUBLES TO B730-FA-NB (5)
058400        MOVE B730-FO-DOUBLE-ID TO B730-FA-ID (5)
058500        MOVE B730-FO-DOUBLE-RANG TO B730-FA-REF (5)
058600        MOVE B730-FO-DOUBLE-RANG TO B730-FA-ECART (5)
058700     END-IF
058800     IF B730-FO-NB-MANQUANTS NOT = ZERO
058900        MOVE 6 TO B730-T
059000        PERFORM 2310-RELEVER THRU 2310-EXIT
059100        MOVE B730-FO-NB-MANQUANTS TO B730-FA-NB (6)
059200        MOVE B730-FO-MANQUANT-ID TO B730-FA-ID (6)
059300        MOVE B730-FO-MANQUANT-ATT TO B730-RANG-EDIT
059400        MOVE B730-RANG-EDIT TO B730-FA-REF (6)
059500        MOVE B730-FO-MANQUANT-LU TO B730-FA-ECART (6)
059600     END-IF
059700*    7 CP / 8 VI - ADRESSE
059800     IF B730-FO-NB-CP NOT = ZERO
059900        MOVE 7 TO B730-T
060000        PERFORM 2310-RELEVER THRU 2310-EXIT
060100        MOVE B730-FO-NB-CP TO B730-FA-NB (7)
060200        MOVE B730-FO-CP-ID TO B730-FA-ID (7)
060300        MOVE B730-FO-CP-REF TO B730-FA-REF (7)
060400        MOVE B730-FO-CP-ECART TO B730-FA-ECART (7)
060500     END-IF
060600     IF B730-FO-NB-VILLES NOT = ZERO
060700        MOVE 8 TO B730-T
060800        PERFORM 2310-RELEVER THRU 2310-EXIT
060900        MOVE B730-FO-NB-VILLES TO B730-FA-NB (8)
061000        MOVE B730-FO-VILLE-ID TO B730-FA-ID (8)
061100        MOVE B730-FO-VILLE-REF TO B730-FA-REF (8)
061200        MOVE B730-FO-VILLE-ECART TO B730-FA-ECART (8)
061300     END-IF
061400*    9 DD - COMMERCIALISATEURS
061500     IF B730-FO-NB-DISTRIB NOT = ZERO
061600        MOVE 9 TO B730-T
061700        PERFORM 2310-RELEVER THRU 2310-EXIT
061800        MOVE B730-FO-NB-DISTRIB TO B730-FA-NB (9)
061900        MOVE B730-FO-DISTRIB-ID TO B730-FA-ID (9)
062000        MOVE B730-FO-DISTRIB-REF TO B730-ID-EDIT
062100        MOVE B730-ID-EDIT TO B730-FA-REF (9)
062200        MOVE B730-FO-DISTRIB-ECART TO B730-ID-EDIT
062300        MOVE B730-ID-EDIT TO B730-FA-ECART (9)
062400     END-IF
062500*    10 MU - MEMBRE UNIQUE
062600     IF B730-FO-NB-MEMBRES = 1
062700        MOVE 10 TO B730-T
062800        PERFORM 2310-RELEVER THRU 2310-EXIT
062900        MOVE 1 TO B730-FA-NB (10)
063000        MOVE B730-FO-PREMIER-ID TO B730-FA-ID (10)
063100     END-IF
063200     IF B730-FO-NB-ANOMALIES = ZERO
063300        ADD 1 TO B730-NB-CONFORMES
063400        GO TO 2300-EXIT
063500     END-IF
063600     ADD 1 TO B730-NB-EN-ANOMALIE
063700     PERFORM 2320-ECRIRE-ANOMALIE THRU 2320-EXIT
063800         VARYING B730-T FROM 1 BY 1
063900         UNTIL B730-T > B730-NB-TYPES
064000     MOVE SPACES TO B730-FOYTRAV
064100     MOVE B730-FO-GRAVITE TO B730-FT-GRAVITE
064200     MOVE B730-FO-FOYERID TO B730-FT-FOYERID
064300     MOVE B730-FO-NB-MEMBRES TO B730-FT-NB-MEMBRES
064400     MOVE B730-FO-NB-ANOMALIES TO B730-FT-NB-ANOMALIES
064500     MOVE B730-FO-CODES TO B730-FT-CODES
064600     WRITE B730-FOYTRAV
064700     IF NOT B730-FOYTRAV-OK
064800        DISPLAY 'SOCB0730 - ECRITURE FOYTRAV KO FS='
064900                B730-FS-FOYTRAV
065000        GO TO 9999-ABANDON
065100     END-IF.
065200 2300-EXIT.
065300     EXIT.
065400******************************************************************
065500* 2310 - RELEVE D'UNE ANOMALIE DE RANG B730-T SUR LE FOYER       *
065600******************************************************************
065700 2310-RELEVER.
065800     MOVE 'O' TO B730-FA-SW (B730-T)
065900     ADD 1 TO B730-FO-NB-ANOMALIES
066000     ADD B730-TY-GRAVITE (B730-T) TO B730-FO-GRAVITE
066100     ADD 1 TO B730-CT-NB-FOYERS (B730-T)
066200     STRING B730-TY-CODE (B730-T) ' ' DELIMITED BY SIZE
066300            INTO B730-FO-CODES
066400            WITH POINTER B730-PTR
066500     END-STRING.
066600 2310-EXIT.
066700     EXIT.
066800******************************************************************
066900* 2320 - ECRITURE D'UNE ANOMALIE RELEVEE                         *
067000******************************************************************
067100 2320-ECRIRE-ANOMALIE.
067200     IF NOT B730-FA-RELEVEE (B730-T)
067300        GO TO 2320-EXIT
067400     END-IF
067500     MOVE SPACES TO SFAN-ENREG
067600     MOVE B730-DATE-JOUR TO SFAN-DATE
067700     MOVE B730-FO-FOYERID TO SFAN-FOYERID
067800     MOVE B730-TY-CODE (B730-T) TO SFAN-TYPE
067900     MOVE B730-TY-LIBELLE (B730-T) TO SFAN-LIBELLE
068000     MOVE B730-TY-GRAVITE (B730-T) TO SFAN-GRAVITE
068100     MOVE B730-FO-GRAVITE TO SFAN-GRAVITE-FOYER
068200     MOVE B730-FO-NB-MEMBRES TO SFAN-NB-MEMBRES
068300     MOVE B730-FA-NB (B730-T) TO SFAN-NB-CONCERNES
068400     MOVE B730-FA-ID (B730-T) TO SFAN-PERSONENTITYID
068500     MOVE B730-FA-REF (B730-T) TO SFAN-VALEUR-REF
068600     MOVE B730-FA-ECART (B730-T) TO SFAN-VALEUR-ECART
068700     WRITE SFAN-ENREG
068800     IF NOT B730-ANOM-OK
068900        DISPLAY 'SOCB0730 - ECRITURE FOYANOM KO FS='
069000                B730-FS-ANOM
069100        GO TO 9999-ABANDON
069200     END-IF
069300     ADD 1 TO B730-NB-ANOMALIES.
069400 2320-EXIT.
069500     EXIT.
069600 2900-CONTROLE-FIN.
069700     EXIT.
069800******************************************************************
069900* 3000 - EDITION DE L'ETAT : TYPES, FOYERS LES PLUS DEGRADES,    *
070000*        TOTAUX                                                  *
070100******************************************************************
070200 3000-EDITER-ETAT.
070300     OPEN OUTPUT FETAT
070400     IF NOT B730-ETAT-OK
070500        DISPLAY 'SOCB0730 - OUVERTURE ETAT0730 KO FS='
070600                B730-FS-ETAT
070700        GO TO 9999-ABANDON
070800     END-IF
070900     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
071000     MOVE B730-LE-TITRE-I TO B730-LIGNE-ETAT
071100     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
071200     MOVE B730-LE-COLONNES-I TO B730-LIGNE-ETAT
071300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
071400     PERFORM 3100-EDITER-TYPE THRU 3100-EXIT
071500         VARYING B730-T FROM 1 BY 1
071600         UNTIL B730-T > B730-NB-TYPES
071700     MOVE B730-LE-SEPARATION TO B730-LIGNE-ETAT
071800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
071900     MOVE B730-LE-TITRE-II TO B730-LIGNE-ETAT
072000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
072100     MOVE B730-LE-COLONNES-II TO B730-LIGNE-ETAT
072200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
072300     OPEN INPUT FFOYTRIE
072400     IF NOT B730-FOYTRIE-OK
072500        DISPLAY 'SOCB0730 - OUVERTURE FOYTRIE KO FS='
072600                B730-FS-FOYTRIE
072700        GO TO 9999-ABANDON
072800     END-IF
072900     PERFORM 3200-EDITER-FOYER THRU 3200-EXIT
073000         UNTIL B730-FOYTRIE-FIN
073100            OR B730-NB-EDITES = B730-MAX-EDITES
073200     CLOSE FFOYTRIE
073300     IF B730-NB-EDITES = ZERO
073400        MOVE B730-LE-NEANT TO B730-LIGNE-ETAT
073500        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
073600     END-IF
073700     MOVE B730-LE-SEPARATION TO B730-LIGNE-ETAT
073800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
073900     PERFORM 3300-EDITER-TOTAUX THRU 3300-EXIT
074000     CLOSE FETAT.
074100 3000-EXIT.
074200     EXIT.
074300******************************************************************
074400* 3100 - SECTION I : UN TYPE D'ANOMALIE                          *
074500******************************************************************
074600 3100-EDITER-TYPE.
074700     MOVE B730-TY-CODE (B730-T) TO B730-LY-CODE
074800     MOVE B730-TY-LIBELLE (B730-T) TO B730-LY-LIBELLE
074900     MOVE B730-TY-GRAVITE (B730-T) TO B730-LY-GRAVITE
075000     MOVE B730-CT-NB-FOYERS (B730-T) TO B730-LY-NB
075100     IF B730-NB-FOYERS = ZERO
075200        MOVE ZERO TO B730-LY-PCT
075300     ELSE
075400        COMPUTE B730-LY-PCT ROUNDED =
075500                B730-CT-NB-FOYERS (B730-T) * 100 / B730-NB-FOYERS
075600     END-IF
075700     MOVE B730-LE-TYPE TO B730-LIGNE-ETAT
075800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
075900 3100-EXIT.
076000     EXIT.
076100******************************************************************
076200* 3200 - SECTION II : UN FOYER, PAR GRAVITE DECROISSANTE         *
076300******************************************************************
076400 3200-EDITER-FOYER.
076500     READ FFOYTRIE
076600     IF B730-FOYTRIE-FIN
076700        GO TO 3200-EXIT
076800     END-IF
076900     IF NOT B730-FOYTRIE-OK
077000        DISPLAY 'SOCB0730 - LECTURE FOYTRIE KO FS='
077100                B730-FS-FOYTRIE
077200        GO TO 9999-ABANDON
077300     END-IF
077400     ADD 1 TO B730-NB-EDITES
077500     MOVE B730-NB-EDITES TO B730-LF-RANG
077600     MOVE B730-FR-FOYERID TO B730-LF-FOYERID
077700     MOVE B730-FR-NB-MEMBRES TO B730-LF-NB-MEMBRES
077800     MOVE B730-FR-GRAVITE TO B730-LF-GRAVITE
077900     MOVE B730-FR-NB-ANOMALIES TO B730-LF-NB-ANOMALIES
078000     MOVE B730-FR-CODES TO B730-LF-CODES
078100     MOVE B730-LE-FOYER TO B730-LIGNE-ETAT
078200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
078300 3200-EXIT.
078400     EXIT.
078500******************************************************************
078600* 3300 - SECTION III : TOTAUX                                    *
078700******************************************************************
078800 3300-EDITER-TOTAUX.
078900     MOVE B730-LE-TITRE-III TO B730-LIGNE-ETAT
079000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
079100     MOVE 'PERSONNES LUES DANS PERSREPO ........ :'
079200       TO B730-LC-LIBELLE
079300     MOVE B730-NB-PERS TO B730-LC-NB
079400     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
079500     MOVE 'DONT PERSONNES SANS FOYER ........... :'
079600       TO B730-LC-LIBELLE
079700     MOVE B730-NB-SANS-FOYER TO B730-LC-NB
079800     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
079900     MOVE 'FOYERS CONTROLES .................... :'
080000       TO B730-LC-LIBELLE
080100     MOVE B730-NB-FOYERS TO B730-LC-NB
080200     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
080300     MOVE 'FOYERS CONFORMES .................... :'
080400       TO B730-LC-LIBELLE
080500     MOVE B730-NB-CONFORMES TO B730-LC-NB
080600     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
080700     MOVE 'FOYERS EN ANOMALIE .................. :'
080800       TO B730-LC-LIBELLE
080900     MOVE B730-NB-EN-ANOMALIE TO B730-LC-NB
081000     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
081100     MOVE 'ANOMALIES ECRITES (FOYANOM) ......... :'
081200       TO B730-LC-LIBELLE
081300     MOVE B730-NB-ANOMALIES TO B730-LC-NB
081400     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
081500     MOVE 'FOYERS EDITES EN SECTION II ......... :'
081600       TO B730-LC-LIBELLE
081700     MOVE B730-NB-EDITES TO B730-LC-NB
081800     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT.
081900 3300-EXIT.
082000     EXIT.
082100 3310-ECRIRE-COMPTE.
082200     MOVE B730-LE-COMPTE TO B730-LIGNE-ETAT
082300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
082400 3310-EXIT.
082500     EXIT.
082600******************************************************************
082700* 4000 - FIN DE TRAITEMENT                                       *
082800******************************************************************
082900 4000-TERMINER.
083000     DISPLAY 'SOCB0730 - PERSONNES LUES        : ' B730-NB-PERS
083100     DISPLAY 'SOCB0730 - PERSONNES SANS FOYER  : '
083200             B730-NB-SANS-FOYER
083300     DISPLAY 'SOCB0730 - FOYERS CONTROLES      : ' B730-NB-FOYERS
083400     DISPLAY 'SOCB0730 - FOYERS CONFORMES      : '
083500             B730-NB-CONFORMES
083600     DISPLAY 'SOCB0730 - FOYERS EN ANOMALIE    : '
083700             B730-NB-EN-ANOMALIE
083800     DISPLAY 'SOCB0730 - ANOMALIES ECRITES     : '
083900             B730-NB-ANOMALIES.
084000 4000-EXIT.
084100     EXIT.
084200******************************************************************
084300* 6100 - SAUT DE PAGE ET ENTETE                                  *
084400******************************************************************
084500 6100-SAUT-DE-PAGE.
084600     ADD 1 TO B730-PAGE-CPT
084700     MOVE B730-DATE-JOUR TO B730-LE-DATE-EDIT
084800     MOVE B730-PAGE-CPT TO B730-LE-PAGE
084900     MOVE B730-LE-ENTETE1 TO B730-LIGNE-ETAT
085000     WRITE B730-LIGNE-ETAT AFTER ADVANCING PAGE
085100     MOVE SPACES TO B730-LIGNE-ETAT
085200     WRITE B730-LIGNE-ETAT AFTER ADVANCING 1 LINE
085300     MOVE 2 TO B730-LIGNE-CPT.
085400 6100-EXIT.
085500     EXIT.
085600******************************************************************
085700* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
085800******************************************************************
085900 6200-ECRIRE-LIGNE.
086000*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
086100*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
086200     MOVE B730-LIGNE-ETAT TO B730-LIGNE-TRAV
086300     IF B730-LIGNE-CPT > 58
086400        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
086500        MOVE B730-LIGNE-TRAV TO B730-LIGNE-ETAT
086600     END-IF
086700     WRITE B730-LIGNE-ETAT AFTER ADVANCING 1 LINE
086800     ADD 1 TO B730-LIGNE-CPT.
086900 6200-EXIT.
087000     EXIT.
087100******************************************************************
087200* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
087300******************************************************************
087400 9800-SUIVI-DEBUT.
087500     MOVE 'SOCB0730' TO SSUI-PROGRAMME
087600     MOVE 'D' TO SSUI-PHASE
087700     CALL 'SOCC0726' USING SSUI-ENREG.
087800 9800-EXIT.
087900     EXIT.
088000******************************************************************
088100* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
088200*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
088300*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
088400*        1 LUES / 2 SANS FOYER / 3 FOYERS / 4 CONFORMES /        *
088500*        5 EN ANOMAL / 6 ANOMALIES                               *
088600******************************************************************
088700 9810-SUIVI-FIN.
088800     MOVE 'F' TO SSUI-PHASE
088900     MOVE RETURN-CODE TO SSUI-RETURN-CODE
089000     MOVE 'LUES' TO SSUI-CPT-LIBELLE (1)
089100     MOVE B730-NB-PERS TO SSUI-CPT-VALEUR (1)
089200     MOVE 'SANS FOYER' TO SSUI-CPT-LIBELLE (2)
089300     MOVE B730-NB-SANS-FOYER TO SSUI-CPT-VALEUR (2)
089400     MOVE 'FOYERS' TO SSUI-CPT-LIBELLE (3)
089500     MOVE B730-NB-FOYERS TO SSUI-CPT-VALEUR (3)
089600     MOVE 'CONFORMES' TO SSUI-CPT-LIBELLE (4)
089700     MOVE B730-NB-CONFORMES TO SSUI-CPT-VALEUR (4)
089800     MOVE 'EN ANOMAL' TO SSUI-CPT-LIBELLE (5)
089900     MOVE B730-NB-EN-ANOMALIE TO SSUI-CPT-VALEUR (5)
090000     MOVE 'ANOMALIES' TO SSUI-CPT-LIBELLE (6)
090100     MOVE B730-NB-ANOMALIES TO SSUI-CPT-VALEUR (6)
090200     CALL 'SOCC0726' USING SSUI-ENREG.
090300 9810-EXIT.
090400     EXIT.
090500******************************************************************
090600* 9999 - ABANDON DU TRAITEMENT                                   *
090700******************************************************************
090800 9999-ABANDON.
090900     DISPLAY 'SOCB0730 - ABANDON DU TRAITEMENT'
091000     MOVE 16 TO RETURN-CODE
091100     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
091200     STOP RUN.
