000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0723.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - FUSION DES DOUBLONS CONFIRMES         *
000900*----------------------------------------------------------------*
001000* LES PAIRES CLASSEES DOUBLON CONFIRME PAR LA CELLULE QUALITE    *
001100* DES DONNEES (FICHIER SOCDISPO, TRANSACTION S719) SONT          *
001200* FUSIONNEES : POUR CHAQUE PAIRE, UNE PERSONNE SURVIVANTE EST    *
001300* DESIGNEE ET L'AUTRE IDENTIFIANT EST RETIRE.                    *
001400*                                                                *
001500* REGLES DE DESIGNATION DU SURVIVANT, DANS L'ORDRE (PREMIERE     *
001600* REGLE QUI DEPARTAGE LES DEUX PERSONNES) :                      *
001700*   P - PERSONNE PRINCIPALE DE SON FOYER (IND-FOYER-PRINC = O) ; *
001800*   C - PORTEUSE D'UN CONTRAT PRODUCTEUR (PRODUCERREFCONTCD) ;   *
001900*   D - PORTEUSE D'UNE REFERENCE DISTRIBUTEUR (TRADEREXTREFID    *
002000*       OU CREDITTRADERID) ;                                     *
002100*   A - A DEFAUT, LA PLUS ANCIENNE (PLUS PETIT IDENTIFIANT).     *
002200* LES DONNEES SONT LUES DANS L'EXTRAIT PERSREPO DU JOUR.         *
002300*                                                                *
002400* PRODUITS :                                                     *
002500*   - FUSIONS : UNE INSTRUCTION DE FUSION PAR PAIRE (SOCC07FU)   *
002600*     A DESTINATION DU REFERENTIEL AMONT ;                       *
002700*   - XREFNEUF : TABLE DE CORRESPONDANCE DES IDENTIFIANTS        *
002800*     RETIRES (SOCC07XR), ANCIENNE TABLE SOCXREF COMPLETEE DES   *
002900*     FUSIONS DU JOUR, TRIEE SUR L'IDENTIFIANT RETIRE. L'ETAPE   *
003000*     SUIVANTE LA RECHARGE DANS LE KSDS SOCXREF (REPRO REUSE) ;  *
003100*   - ETAT0723 : FUSIONS EXECUTEES ET PAIRES NON FUSIONNEES.     *
003200*                                                                *
003300* UNE PAIRE DONT UN IDENTIFIANT EST DEJA RETIRE N'EST PAS        *
003400* REFUSIONNEE : SI LES DEUX IDENTIFIANTS ABOUTISSENT AU MEME     *
003500* SURVIVANT ELLE EST COMPTEE DEJA FUSIONNEE (CAS NORMAL DES      *
003600* PASSAGES SUIVANTS), SINON ELLE EST REJETEE POUR EXAMEN. QUAND  *
003700* UN SURVIVANT EST LUI-MEME RETIRE, LES CORRESPONDANCES QUI LE   *
003800* DESIGNAIENT SONT REPOINTEES SUR LE NOUVEAU SURVIVANT : LA      *
003900* TABLE RESTE SANS CHAINE.                                       *
004000*                                                                *
004100* CODE RETOUR 0 : TRAITEMENT NORMAL.                             *
004200* CODE RETOUR 4 : PAIRES REJETEES, VOIR LA SECTION II DE L'ETAT. *
004300* CODE RETOUR 16 : INCIDENT TECHNIQUE.                           *
004400*----------------------------------------------------------------*
004500* HISTORIQUE DES MODIFICATIONS                                   *
004600* --------------------------                                     *
004700* 15/10/2026 CRP CREATION - FUSION DES DOUBLONS CONFIRMES ET     *
004800*                TABLE DE CORRESPONDANCE DES IDENTIFIANTS        *
004900*                RETIRES (REPERE 2704FUSI)                       *
004910* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
004920*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
004930*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-ENTERPRISE.
005400 OBJECT-COMPUTER. IBM-ENTERPRISE.
005500 SPECIAL-NAMES.
005600     DECIMAL-POINT IS COMMA.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900*   *** DISPOSITIONS DE LA REVUE DES PAIRES (KSDS MAINTENU
006000*   *** PAR LA TRANSACTION S719)
006100     SELECT OPTIONAL FDISPO ASSIGN TO SOCDISPO
006200            ORGANIZATION IS INDEXED
006300            ACCESS MODE IS SEQUENTIAL
006400            RECORD KEY IS SDIS-CLE
006500            FILE STATUS IS B723-FS-DISPO.
006600*   *** EXTRAIT SEQUENTIEL DU REFERENTIEL DES PERSONNES
006700     SELECT FPERSREP ASSIGN TO PERSREPO
006800            ORGANIZATION IS SEQUENTIAL
006900            FILE STATUS IS B723-FS-PERSREP.
007000*   *** TABLE DE CORRESPONDANCE EN VIGUEUR (KSDS)
007100     SELECT OPTIONAL FXREF ASSIGN TO SOCXREF
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE IS SEQUENTIAL
007400            RECORD KEY IS XANC-ID-RETIRE
007500            FILE STATUS IS B723-FS-XREF.
007600*   *** NOUVELLE TABLE DE CORRESPONDANCE (A RECHARGER)
007700     SELECT FXRNEW ASSIGN TO XREFNEUF
007800            ORGANIZATION IS SEQUENTIAL
007900            FILE STATUS IS B723-FS-XRNEW.
008000*   *** INSTRUCTIONS DE FUSION POUR LE REFERENTIEL AMONT
008100     SELECT FFUSION ASSIGN TO FUSIONS
008200            ORGANIZATION IS SEQUENTIAL
008300            FILE STATUS IS B723-FS-FUSION.
008400*   *** ETAT EDITE
008500     SELECT FETAT ASSIGN TO ETAT0723
008600            ORGANIZATION IS SEQUENTIAL
008700            FILE STATUS IS B723-FS-ETAT.
008800*   *** FICHIERS DE TRI
008900     SELECT FTRI1 ASSIGN TO SORTWK01.
009000     SELECT FTRI2 ASSIGN TO SORTWK02.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  FDISPO
009400     RECORD CONTAINS 100 CHARACTERS.
009500     COPY SOCC07DP.
009600 FD  FPERSREP
009700     BLOCK CONTAINS 0 RECORDS
009800     RECORD CONTAINS 450 CHARACTERS.
009900     COPY SOCC07PR.
010000 FD  FXREF
010100     RECORD CONTAINS 50 CHARACTERS.
010200     COPY SOCC07XR REPLACING LEADING ==SXRF== BY ==XANC==.
010300 FD  FXRNEW
010400     BLOCK CONTAINS 0 RECORDS
010500     RECORD CONTAINS 50 CHARACTERS.
010600     COPY SOCC07XR.
010700 FD  FFUSION
010800     BLOCK CONTAINS 0 RECORDS
010900     RECORD CONTAINS 100 CHARACTERS.
011000     COPY SOCC07FU.
011100 FD  FETAT
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORD CONTAINS 132 CHARACTERS.
011400 01  B723-LIGNE-ETAT              PIC X(132).
011500 SD  FTRI1
011600     RECORD CONTAINS 11 CHARACTERS.
011700 01  TRI1-ENREG.
011800     05 TRI1-ID                   PIC 9(11).
011900 SD  FTRI2
012000     RECORD CONTAINS 50 CHARACTERS.
012100 01  TRI2-ENREG.
012200     05 TRI2-ID-RETIRE            PIC 9(11).
012300     05 FILLER                    PIC X(39).
012400 WORKING-STORAGE SECTION.
012500******************************************************************
012600* INDICATEURS ET COMPTEURS                                       *
012700******************************************************************
012800 77  B723-FS-DISPO             PIC X(02) VALUE SPACES.
012900     88 B723-DISPO-OK                    VALUE '00' '05'.
013000     88 B723-DISPO-FIN                   VALUE '10'.
013100     88 B723-DISPO-ABSENT                VALUE '35'.
013200 77  B723-FS-PERSREP           PIC X(02) VALUE SPACES.
013300     88 B723-PERSREP-OK                  VALUE '00'.
013400     88 B723-PERSREP-FIN                 VALUE '10'.
013500 77  B723-FS-XREF              PIC X(02) VALUE SPACES.
013600     88 B723-XREF-OK                     VALUE '00' '05'.
013700     88 B723-XREF-FIN                    VALUE '10'.
013800     88 B723-XREF-ABSENT                 VALUE '35'.
013900 77  B723-FS-XRNEW             PIC X(02) VALUE SPACES.
014000     88 B723-XRNEW-OK                    VALUE '00'.
014100 77  B723-FS-FUSION            PIC X(02) VALUE SPACES.
014200     88 B723-FUSION-OK                   VALUE '00'.
014300 77  B723-FS-ETAT              PIC X(02) VALUE SPACES.
014400     88 B723-ETAT-OK                     VALUE '00'.
014500 77  B723-TRI-FIN-SW           PIC X(01) VALUE 'N'.
014600     88 B723-TRI-FIN                     VALUE 'O'.
014700 77  B723-TROUVE-SW            PIC X(01) VALUE 'N'.
014800     88 B723-TROUVE                      VALUE 'O'.
014900 77  B723-RETIRE-SW            PIC X(01) VALUE 'N'.
015000     88 B723-ID-RETIRE                   VALUE 'O'.
015100 77  B723-RETIRE-A-SW          PIC X(01) VALUE 'N'.
015200     88 B723-A-RETIRE                    VALUE 'O'.
015300 77  B723-RETIRE-B-SW          PIC X(01) VALUE 'N'.
015400     88 B723-B-RETIRE                    VALUE 'O'.
015500 77  B723-NB-DISPO-LUES        PIC 9(07) VALUE ZERO.
015600 77  B723-NB-CONFIRMEES        PIC 9(07) VALUE ZERO.
015700 77  B723-NB-PAIRES-REPORTEES  PIC 9(07) VALUE ZERO.
015800 77  B723-NB-PERS-LUES         PIC 9(07) VALUE ZERO.
015900 77  B723-NB-DEJA-FUSIONNEES   PIC 9(07) VALUE ZERO.
016000 77  B723-NB-FUSIONS           PIC 9(07) VALUE ZERO.
016100 77  B723-NB-REJETEES          PIC 9(07) VALUE ZERO.
016200 77  B723-NB-REPOINTEES        PIC 9(07) VALUE ZERO.
016300 77  B723-NB-XREF-REPRISES     PIC 9(07) VALUE ZERO.
016400 77  B723-NB-XREF-ECRITES      PIC 9(07) VALUE ZERO.
016500 77  B723-NB-PAIRES            PIC 9(04) COMP VALUE ZERO.
016600 77  B723-MAX-PAIRES           PIC 9(04) COMP VALUE 2000.
016700 77  B723-NB-PERSONNES         PIC 9(04) COMP VALUE ZERO.
016800 77  B723-NB-XREF              PIC 9(05) COMP VALUE ZERO.
016900 77  B723-MAX-XREF             PIC 9(05) COMP VALUE 20000.
017000 77  B723-P                    PIC 9(04) COMP VALUE ZERO.
017100 77  B723-X                    PIC 9(05) COMP VALUE ZERO.
017110*   *** POSITION DE LA PERSONNE TROUVEE (ZERO SI ABSENTE), INDICE
017120*   *** DE PARCOURS ET ARRET DE LA RECHERCHE
017130 77  B723-XP                   PIC 9(04) COMP VALUE ZERO.
017140 77  B723-XS                   PIC 9(04) COMP VALUE ZERO.
017150 77  B723-ARRET-SW             PIC X(01) VALUE 'N'.
017160     88 B723-ARRET-RECHERCHE             VALUE 'O'.
017200 77  B723-POIDS-A              PIC 9(01) COMP VALUE ZERO.
017300 77  B723-POIDS-B              PIC 9(01) COMP VALUE ZERO.
017400 01  B723-CRITERES-A.
017500     05 B723-CA-PRINC          PIC X(01).
017600     05 B723-CA-CONTRAT        PIC X(01).
017700     05 B723-CA-DISTRIB        PIC X(01).
017800 01  B723-CRITERES-B.
017900     05 B723-CB-PRINC          PIC X(01).
018000     05 B723-CB-CONTRAT        PIC X(01).
018100     05 B723-CB-DISTRIB        PIC X(01).
018200 77  B723-ID-CHERCHE           PIC 9(11) VALUE ZERO.
018300 77  B723-ID-RESOLU            PIC 9(11) VALUE ZERO.
018400 77  B723-ID-RESOLU-A          PIC 9(11) VALUE ZERO.
018500 77  B723-ID-RESOLU-B          PIC 9(11) VALUE ZERO.
018600 77  B723-ID-PREC              PIC 9(11) VALUE ZERO.
018700 77  B723-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
018800 77  B723-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
018900 77  B723-DATE-JOUR            PIC 9(08) VALUE ZERO.
019000 01  B723-LIGNE-TRAV           PIC X(132) VALUE SPACES.
019100 01  B723-DATE-SYS.
019200     05 B723-DS-AAMMJJ         PIC 9(06).
019300******************************************************************
019400* PAIRES CONFIRMEES CHARGEES DEPUIS SOCDISPO, AVEC L'ISSUE DE    *
019500* LEUR TRAITEMENT : F=FUSIONNEE  D=DEJA FUSIONNEE  R=REJETEE     *
019600******************************************************************
019700 01  B723-TB-PAIRES.
019800     05 B723-TP-ENT            OCCURS 2000 TIMES.
019900        10 B723-TP-ID-A        PIC 9(11).
020000        10 B723-TP-ID-B        PIC 9(11).
020100        10 B723-TP-USER        PIC X(08).
020200        10 B723-TP-DATE        PIC 9(08).
020300        10 B723-TP-ISSUE       PIC X(01).
020400        10 B723-TP-MOTIF       PIC X(01).
020500        10 B723-TP-SURVIVANT   PIC 9(11).
020600        10 B723-TP-RETIRE      PIC 9(11).
020700        10 B723-TP-REGLE       PIC X(01).
020800******************************************************************
020900* PERSONNES DES PAIRES (TABLE TRIEE SUR L'IDENTIFIANT), GARNIES  *
021000* AU PASSAGE SUR L'EXTRAIT PERSREPO                              *
021100******************************************************************
021200 01  B723-TB-PERSONNES.
021300     05 B723-TPE-ENT           OCCURS 4000 TIMES.
021700        10 B723-TPE-ID         PIC 9(11).
021800        10 B723-TPE-TROUVEE    PIC X(01).
021900        10 B723-TPE-PRINC      PIC X(01).
022000        10 B723-TPE-CONTRAT    PIC X(01).
022100        10 B723-TPE-DISTRIB    PIC X(01).
022200        10 B723-TPE-FOYERID    PIC 9(11).
022300        10 B723-TPE-NOM        PIC X(20).
022400        10 B723-TPE-PRENOM     PIC X(12).
022500******************************************************************
022600* TABLE DE CORRESPONDANCE EN COURS DE CONSTITUTION               *
022700******************************************************************
022800 01  B723-TB-XREF.
022900     05 B723-TX-ENT            OCCURS 20000 TIMES.
023000        10 B723-TX-RETIRE      PIC 9(11).
023100        10 B723-TX-SURVIVANT   PIC 9(11).
023200        10 B723-TX-DATE        PIC 9(08).
023300        10 B723-TX-USER        PIC X(08).
023400******************************************************************
023500* IMAGE DE TRAVAIL D'UNE CORRESPONDANCE A TRIER                  *
023600******************************************************************
023700     COPY SOCC07XR REPLACING LEADING ==SXRF== BY ==XTRV==.
023800******************************************************************
023900* LIGNES D'EDITION                                               *
024000******************************************************************
024100 01  B723-LE-ENTETE1.
024200     05 FILLER                 PIC X(10) VALUE 'SOCB0723'.
024300     05 FILLER                 PIC X(30) VALUE
024400        'CTLM BANQUE - SERV0002'.
024500     05 FILLER                 PIC X(46) VALUE
024600        'FUSION DES DOUBLONS CONFIRMES'.
024700     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
024800     05 B723-LE-DATE-EDIT      PIC 9(08).
024900     05 FILLER                 PIC X(12) VALUE '      PAGE'.
025000     05 B723-LE-PAGE           PIC ZZ9.
025100     05 FILLER                 PIC X(12) VALUE SPACES.
025200 01  B723-LE-TITRE-I.
025300     05 FILLER                 PIC X(132) VALUE
025400        'I. FUSIONS EXECUTEES'.
025500 01  B723-LE-TITRE-II.
025600     05 FILLER                 PIC X(132) VALUE
025700        'II. DOUBLONS CONFIRMES NON FUSIONNES (A EXAMINER)'.
025800 01  B723-LE-TITRE-III.
025900     05 FILLER                 PIC X(132) VALUE
026000        'III. TOTAUX'.
026100 01  B723-LE-COLONNES-I.
026200     05 FILLER                 PIC X(13) VALUE 'SURVIVANT'.
026300     05 FILLER                 PIC X(22) VALUE 'NOM D''USAGE'.
026400     05 FILLER                 PIC X(14) VALUE 'PRENOM'.
026500     05 FILLER                 PIC X(13) VALUE 'RETIRE'.
026600     05 FILLER                 PIC X(22) VALUE 'NOM D''USAGE'.
026700     05 FILLER                 PIC X(14) VALUE 'PRENOM'.
026800     05 FILLER                 PIC X(16) VALUE 'REGLE'.
026900     05 FILLER                 PIC X(18) VALUE
027000        'CONFIRME PAR / LE'.
027100 01  B723-LE-FUSION.
027200     05 B723-LF-SURVIVANT      PIC 9(11).
027300     05 FILLER                 PIC X(02) VALUE SPACES.
027400     05 B723-LF-NOM-S          PIC X(20).
027500     05 FILLER                 PIC X(02) VALUE SPACES.
027600     05 B723-LF-PRENOM-S       PIC X(12).
027700     05 FILLER                 PIC X(02) VALUE SPACES.
027800     05 B723-LF-RETIRE         PIC 9(11).
027900     05 FILLER                 PIC X(02) VALUE SPACES.
028000     05 B723-LF-NOM-R          PIC X(20).
028100     05 FILLER                 PIC X(02) VALUE SPACES.
028200     05 B723-LF-PRENOM-R       PIC X(12).
028300     05 FILLER                 PIC X(02) VALUE SPACES.
028400     05 B723-LF-REGLE          PIC X(14).
028500     05 FILLER                 PIC X(02) VALUE SPACES.
028600     05 B723-LF-USER           PIC X(08).
028700     05 FILLER                 PIC X(01) VALUE SPACES.
028800     05 B723-LF-DATE           PIC 9(08).
028900     05 FILLER                 PIC X(01) VALUE SPACES.
029000 01  B723-LE-COLONNES-II.
029100     05 FILLER                 PIC X(13) VALUE 'IDENTIFIANT'.
029200     05 FILLER                 PIC X(13) VALUE 'IDENTIFIANT'.
029300     05 FILLER                 PIC X(106) VALUE 'MOTIF'.
029400 01  B723-LE-REJET.
029500     05 B723-LR-ID-A           PIC 9(11).
029600     05 FILLER                 PIC X(02) VALUE SPACES.
029700     05 B723-LR-ID-B           PIC 9(11).
029800     05 FILLER                 PIC X(02) VALUE SPACES.
029900     05 B723-LR-MOTIF          PIC X(60).
030000     05 FILLER                 PIC X(46) VALUE SPACES.
030100 01  B723-LE-COMPTE.
030200     05 FILLER                 PIC X(03) VALUE SPACES.
030300     05 B723-LC-LIBELLE        PIC X(40).
030400     05 B723-LC-NB             PIC ZZZZZZ9.
030500     05 FILLER                 PIC X(82) VALUE SPACES.
030600 01  B723-LE-NEANT.
030700     05 FILLER                 PIC X(132) VALUE '   NEANT'.
030800 01  B723-LE-SEPARATION        PIC X(132) VALUE SPACES.
030810******************************************************************
030820* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
030830******************************************************************
030840     COPY SOCC07SU.
030900 PROCEDURE DIVISION.
031000******************************************************************
031100* 0000 - ENCHAINEMENT : CHARGEMENTS, TRI DES PERSONNES, PASSAGE  *
031200*        SUR LE REFERENTIEL, FUSIONS, NOUVELLE TABLE, EDITION    *
031300******************************************************************
031400 0000-MAINLINE.
031410     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
031500     PERFORM 1000-INITIALISATION THRU 1000-EXIT
031600     SORT FTRI1
031700          ON ASCENDING KEY TRI1-ID
031800          INPUT PROCEDURE IS 2000-LIBERER-IDENTIFIANTS
031900                        THRU 2090-LIBERER-FIN
032000          OUTPUT PROCEDURE IS 2100-CHARGER-PERSONNES
032100                         THRU 2190-CHARGER-FIN
032200     IF SORT-RETURN NOT = ZERO
032300        DISPLAY 'SOCB0723 - TRI DES PERSONNES EN ANOMALIE'
032400        GO TO 9999-ABANDON
032500     END-IF
032600     PERFORM 2300-BALAYER-REFERENTIEL THRU 2300-EXIT
032700     OPEN OUTPUT FFUSION
032800     IF NOT B723-FUSION-OK
032900        DISPLAY 'SOCB0723 - OUVERTURE FUSIONS KO FS='
033000                B723-FS-FUSION
033100        GO TO 9999-ABANDON
033200     END-IF
033300     PERFORM 2500-TRAITER-PAIRE THRU 2500-EXIT
033400         VARYING B723-P FROM 1 BY 1
033500         UNTIL B723-P > B723-NB-PAIRES
033600     CLOSE FFUSION
033700     SORT FTRI2
033800          ON ASCENDING KEY TRI2-ID-RETIRE
033900          INPUT PROCEDURE IS 2700-LIBERER-CORRESPONDANCES
034000                        THRU 2790-LIBERER-FIN
034100          GIVING FXRNEW
034200     IF SORT-RETURN NOT = ZERO
034300        DISPLAY 'SOCB0723 - TRI DE LA CORRESPONDANCE EN ANOMALIE'
034400        GO TO 9999-ABANDON
034500     END-IF
034600     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
034700     PERFORM 4000-TERMINER THRU 4000-EXIT
034710     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
034800     GOBACK.
034900******************************************************************
035000* 1000 - INITIALISATION : CORRESPONDANCE EN VIGUEUR ET PAIRES    *
035100*        CONFIRMEES                                              *
035200******************************************************************
035300 1000-INITIALISATION.
035400     ACCEPT B723-DATE-SYS FROM DATE
035500     COMPUTE B723-DATE-JOUR = 20000000 + B723-DS-AAMMJJ
035600     PERFORM 1100-CHARGER-CORRESPONDANCES THRU 1100-EXIT
035700     PERFORM 1200-CHARGER-PAIRES THRU 1200-EXIT.
035800 1000-EXIT.
035900     EXIT.
036000******************************************************************
036100* 1100 - CHARGEMENT DE LA CORRESPONDANCE EN VIGUEUR (FICHIER     *
036200*        ABSENT OU VIDE = AUCUNE FUSION ANTERIEURE). AUCUNE      *
036300*        CORRESPONDANCE NE DOIT ETRE PERDUE : TABLE PLEINE =     *
036400*        ABANDON                                                 *
036500******************************************************************
036600 1100-CHARGER-CORRESPONDANCES.
036700     MOVE ZERO TO B723-NB-XREF
036800     OPEN INPUT FXREF
036900     IF B723-XREF-ABSENT
037000        GO TO 1100-EXIT
037100     END-IF
037200     IF NOT B723-XREF-OK
037300        DISPLAY 'SOCB0723 - OUVERTURE SOCXREF KO FS='
037400                B723-FS-XREF
037500        GO TO 9999-ABANDON
037600     END-IF
037700     PERFORM 1110-RANGER-CORRESPONDANCE THRU 1110-EXIT
037800         UNTIL B723-XREF-FIN
037900     CLOSE FXREF.
038000 1100-EXIT.
038100     EXIT.
038200 1110-RANGER-CORRESPONDANCE.
038300     READ FXREF
038400     EVALUATE TRUE
038500         WHEN B723-XREF-FIN
038600              CONTINUE
038700         WHEN NOT B723-XREF-OK
038800              DISPLAY 'SOCB0723 - LECTURE SOCXREF KO FS='
038900                      B723-FS-XREF
039000              GO TO 9999-ABANDON
039100         WHEN B723-NB-XREF = B723-MAX-XREF
039200              DISPLAY 'SOCB0723 - TABLE DE CORRESPONDANCE PLEINE'
039300              GO TO 9999-ABANDON
039400         WHEN OTHER
039500              ADD 1 TO B723-NB-XREF
039600              ADD 1 TO B723-NB-XREF-REPRISES
039700              MOVE XANC-ID-RETIRE
039800                TO B723-TX-RETIRE (B723-NB-XREF)
039900              MOVE XANC-ID-SURVIVANT
040000                TO B723-TX-SURVIVANT (B723-NB-XREF)
040100              MOVE XANC-DATE-FUSION
040200                TO B723-TX-DATE (B723-NB-XREF)
040300              MOVE XANC-MAJ-USER
040400                TO B723-TX-USER (B723-NB-XREF)
040500     END-EVALUATE.
040600 1110-EXIT.
040700     EXIT.
040800******************************************************************
040900* 1200 - CHARGEMENT DES PAIRES CONFIRMEES DE SOCDISPO. AU-DELA   *
041000*        DE LA CAPACITE DE LA TABLE, LES PAIRES SONT REPORTEES   *
041100*        AU PASSAGE SUIVANT                                      *
041200******************************************************************
041300 1200-CHARGER-PAIRES.
041400     MOVE ZERO TO B723-NB-PAIRES
041500     OPEN INPUT FDISPO
041600     IF B723-DISPO-ABSENT
041700        GO TO 1200-EXIT
041800     END-IF
041900     IF NOT B723-DISPO-OK
042000        DISPLAY 'SOCB0723 - OUVERTURE SOCDISPO KO FS='
042100                B723-FS-DISPO
042200        GO TO 9999-ABANDON
042300     END-IF
042400     PERFORM 1210-RANGER-PAIRE THRU 1210-EXIT
042500         UNTIL B723-DISPO-FIN
042600     CLOSE FDISPO
042700     IF B723-NB-PAIRES-REPORTEES NOT = ZERO
042800        DISPLAY 'SOCB0723 - TABLE DES PAIRES PLEINE, '
042900                B723-NB-PAIRES-REPORTEES ' REPORTEES'
043000     END-IF.
043100 1200-EXIT.
043200     EXIT.
043300 1210-RANGER-PAIRE.
043400     READ FDISPO
043500     EVALUATE TRUE
043600         WHEN B723-DISPO-FIN
043700              GO TO 1210-EXIT
043800         WHEN NOT B723-DISPO-OK
043900              DISPLAY 'SOCB0723 - LECTURE SOCDISPO KO FS='
044000                      B723-FS-DISPO
044100              GO TO 9999-ABANDON
044200     END-EVALUATE
044300     ADD 1 TO B723-NB-DISPO-LUES
044400     IF NOT SDIS-DOUBLON-CONFIRME
044500        GO TO 1210-EXIT
044600     END-IF
044700     ADD 1 TO B723-NB-CONFIRMEES
044705*    PAIRE FUSIONNEE LORS D'UN PASSAGE PRECEDENT : LES DEUX
044710*    IDENTIFIANTS ABOUTISSENT AU MEME SURVIVANT PAR SOCXREF, ELLE
044715*    EST COMPTEE SANS OCCUPER DE PLACE DANS LA TABLE
044720     MOVE SDIS-PERSONENTITYID-A TO B723-ID-CHERCHE
044725     PERFORM 2510-RESOUDRE-IDENTIFIANT THRU 2510-EXIT
044730     MOVE B723-RETIRE-SW TO B723-RETIRE-A-SW
044735     MOVE B723-ID-RESOLU TO B723-ID-RESOLU-A
044740     MOVE SDIS-PERSONENTITYID-B TO B723-ID-CHERCHE
044745     PERFORM 2510-RESOUDRE-IDENTIFIANT THRU 2510-EXIT
044750     MOVE B723-RETIRE-SW TO B723-RETIRE-B-SW
044755     MOVE B723-ID-RESOLU TO B723-ID-RESOLU-B
044760     IF (B723-A-RETIRE OR B723-B-RETIRE)
044765     AND B723-ID-RESOLU-A = B723-ID-RESOLU-B
044770        ADD 1 TO B723-NB-DEJA-FUSIONNEES
044775        GO TO 1210-EXIT
044780     END-IF
044800     IF B723-NB-PAIRES = B723-MAX-PAIRES
044900        ADD 1 TO B723-NB-PAIRES-REPORTEES
045000        GO TO 1210-EXIT
045100     END-IF
045200     ADD 1 TO B723-NB-PAIRES
045300     MOVE SDIS-PERSONENTITYID-A TO B723-TP-ID-A (B723-NB-PAIRES)
045400     MOVE SDIS-PERSONENTITYID-B TO B723-TP-ID-B (B723-NB-PAIRES)
045500     MOVE SDIS-MAJ-USER TO B723-TP-USER (B723-NB-PAIRES)
045600     IF SDIS-MAJ-DATE NUMERIC
045700        MOVE SDIS-MAJ-DATE TO B723-TP-DATE (B723-NB-PAIRES)
045800     ELSE
045900        MOVE ZERO TO B723-TP-DATE (B723-NB-PAIRES)
046000     END-IF
046100     MOVE SPACE TO B723-TP-ISSUE (B723-NB-PAIRES)
046200     MOVE SPACE TO B723-TP-MOTIF (B723-NB-PAIRES)
046300     MOVE ZERO TO B723-TP-SURVIVANT (B723-NB-PAIRES)
046400     MOVE ZERO TO B723-TP-RETIRE (B723-NB-PAIRES)
046500     MOVE SPACE TO B723-TP-REGLE (B723-NB-PAIRES).
046600 1210-EXIT.
046700     EXIT.
046800******************************************************************
046900* 2000 - PROCEDURE D'ENTREE DU TRI : LES DEUX IDENTIFIANTS DE    *
047000*        CHAQUE PAIRE CHARGEE                                    *
047100******************************************************************
047200 2000-LIBERER-IDENTIFIANTS.
047300     PERFORM 2010-LIBERER-PAIRE THRU 2010-EXIT
047400         VARYING B723-P FROM 1 BY 1
047500         UNTIL B723-P > B723-NB-PAIRES
047600     GO TO 2090-LIBERER-FIN.
047700 2000-EXIT.
047800     EXIT.
047900 2010-LIBERER-PAIRE.
048000     MOVE B723-TP-ID-A (B723-P) TO TRI1-ID
048100     RELEASE TRI1-ENREG
048200     MOVE B723-TP-ID-B (B723-P) TO TRI1-ID
048300     RELEASE TRI1-ENREG.
048400 2010-EXIT.
048500     EXIT.
048600 2090-LIBERER-FIN.
048700     EXIT.
048800******************************************************************
048900* 2100 - PROCEDURE DE SORTIE DU TRI : TABLE DES PERSONNES SANS   *
049000*        DOUBLE, DANS L'ORDRE DES IDENTIFIANTS                   *
049100******************************************************************
049200 2100-CHARGER-PERSONNES.
049300     MOVE 'N' TO B723-TRI-FIN-SW
049400     MOVE ZERO TO B723-NB-PERSONNES
049500     MOVE ZERO TO B723-ID-PREC
049600     PERFORM 2110-RANGER-PERSONNE THRU 2110-EXIT
049700         UNTIL B723-TRI-FIN
049800     GO TO 2190-CHARGER-FIN.
049900 2100-EXIT.
050000     EXIT.
050100 2110-RANGER-PERSONNE.
050200     RETURN FTRI1
050300         AT END
050400              MOVE 'O' TO B723-TRI-FIN-SW
050500              GO TO 2110-EXIT
050600     END-RETURN
050700     IF B723-NB-PERSONNES > ZERO
050800     AND TRI1-ID = B723-ID-PREC
050900        GO TO 2110-EXIT
051000     END-IF
051100     MOVE TRI1-ID TO B723-ID-PREC
051200     ADD 1 TO B723-NB-PERSONNES
051300     MOVE TRI1-ID TO B723-TPE-ID (B723-NB-PERSONNES)
051400     MOVE 'N' TO B723-TPE-TROUVEE (B723-NB-PERSONNES)
051500     MOVE 'N' TO B723-TPE-PRINC (B723-NB-PERSONNES)
051600     MOVE 'N' TO B723-TPE-CONTRAT (B723-NB-PERSONNES)
051700     MOVE 'N' TO B723-TPE-DISTRIB (B723-NB-PERSONNES)
051800     MOVE ZERO TO B723-TPE-FOYERID (B723-NB-PERSONNES)
051900     MOVE SPACES TO B723-TPE-NOM (B723-NB-PERSONNES)
052000     MOVE SPACES TO B723-TPE-PRENOM (B723-NB-PERSONNES).
052100 2110-EXIT.
052200     EXIT.
052300 2190-CHARGER-FIN.
052400     EXIT.
052500******************************************************************
052600* 2300 - PASSAGE SUR L'EXTRAIT DU REFERENTIEL : RELEVE DES       *
052700*        DONNEES DE DESIGNATION DU SURVIVANT                     *
052800******************************************************************
052900 2300-BALAYER-REFERENTIEL.
053000     IF B723-NB-PERSONNES = ZERO
053100        GO TO 2300-EXIT
053200     END-IF
053300     OPEN INPUT FPERSREP
053400     IF NOT B723-PERSREP-OK
053500        DISPLAY 'SOCB0723 - OUVERTURE PERSREPO KO FS='
053600                B723-FS-PERSREP
053700        GO TO 9999-ABANDON
053800     END-IF
053900     PERFORM 2310-NOTER-PERSONNE THRU 2310-EXIT
054000         UNTIL B723-PERSREP-FIN
054100     CLOSE FPERSREP.
054200 2300-EXIT.
054300     EXIT.
054400 2310-NOTER-PERSONNE.
054500     READ FPERSREP
054600     IF B723-PERSREP-FIN
054700        GO TO 2310-EXIT
054800     END-IF
054900     IF NOT B723-PERSREP-OK
055000        DISPLAY 'SOCB0723 - LECTURE PERSREPO KO FS='
055100                B723-FS-PERSREP
055200        GO TO 9999-ABANDON
055300     END-IF
055400     ADD 1 TO B723-NB-PERS-LUES
055500     MOVE PREPO-PERSONENTITYID TO B723-ID-CHERCHE
055600     PERFORM 3910-POSITIONNER-PERSONNE THRU 3910-EXIT
055700     IF B723-XP = ZERO
055800        GO TO 2310-EXIT
055900     END-IF
056000     MOVE 'O' TO B723-TPE-TROUVEE (B723-XP)
056100     IF PREPO-IND-FOYER-PRINC = 'O'
056200        MOVE 'O' TO B723-TPE-PRINC (B723-XP)
056300     END-IF
056400     IF PREPO-PRODUCERREFCONTCD NOT = SPACES
056500        MOVE 'O' TO B723-TPE-CONTRAT (B723-XP)
056600     END-IF
056700     IF PREPO-TRADEREXTREFID NOT = SPACES
056800     OR (PREPO-CREDITTRADERID NUMERIC
056900         AND PREPO-CREDITTRADERID NOT = ZERO)
057000        MOVE 'O' TO B723-TPE-DISTRIB (B723-XP)
057100     END-IF
057200     MOVE PREPO-FOYERID TO B723-TPE-FOYERID (B723-XP)
057300     MOVE PREPO-PERSONUSAGENAMELB TO B723-TPE-NOM (B723-XP)
057400     MOVE PREPO-BIRTHFORENAMELB TO B723-TPE-PRENOM (B723-XP).
057500 2310-EXIT.
057600     EXIT.
057700******************************************************************
057800* 2500 - TRAITEMENT D'UNE PAIRE CONFIRMEE : CONTROLES,           *
057900*        DESIGNATION DU SURVIVANT, INSTRUCTION, CORRESPONDANCE   *
058000******************************************************************
058100 2500-TRAITER-PAIRE.
058200     IF B723-TP-ID-A (B723-P) = ZERO
058300     OR B723-TP-ID-A (B723-P) = B723-TP-ID-B (B723-P)
058400        MOVE 'I' TO B723-TP-MOTIF (B723-P)
058500        GO TO 2590-REJETER
058600     END-IF
058700*    PAIRE DONT UN IDENTIFIANT EST DEJA RETIRE
058800     MOVE B723-TP-ID-A (B723-P) TO B723-ID-CHERCHE
058900     PERFORM 2510-RESOUDRE-IDENTIFIANT THRU 2510-EXIT
059000     MOVE B723-RETIRE-SW TO B723-RETIRE-A-SW
059100     MOVE B723-ID-RESOLU TO B723-ID-RESOLU-A
059200     MOVE B723-TP-ID-B (B723-P) TO B723-ID-CHERCHE
059300     PERFORM 2510-RESOUDRE-IDENTIFIANT THRU 2510-EXIT
059400     MOVE B723-RETIRE-SW TO B723-RETIRE-B-SW
059500     MOVE B723-ID-RESOLU TO B723-ID-RESOLU-B
059600     IF B723-A-RETIRE OR B723-B-RETIRE
059700        IF B723-ID-RESOLU-A = B723-ID-RESOLU-B
059800           MOVE 'D' TO B723-TP-ISSUE (B723-P)
059900           ADD 1 TO B723-NB-DEJA-FUSIONNEES
060000           GO TO 2500-EXIT
060100        END-IF
060200        MOVE 'X' TO B723-TP-MOTIF (B723-P)
060300        GO TO 2590-REJETER
060400     END-IF
060500*    LES DEUX PERSONNES DOIVENT FIGURER DANS L'EXTRAIT DU JOUR
060600     MOVE B723-TP-ID-A (B723-P) TO B723-ID-CHERCHE
060700     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
060800     IF NOT B723-TROUVE
060900        MOVE 'A' TO B723-TP-MOTIF (B723-P)
061000        GO TO 2590-REJETER
061100     END-IF
061200     MOVE B723-TP-ID-B (B723-P) TO B723-ID-CHERCHE
061300     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
061400     IF NOT B723-TROUVE
061500        MOVE 'B' TO B723-TP-MOTIF (B723-P)
061600        GO TO 2590-REJETER
061700     END-IF
061800     PERFORM 2520-DESIGNER-SURVIVANT THRU 2520-EXIT
061900     PERFORM 2530-ECRIRE-INSTRUCTION THRU 2530-EXIT
062000     PERFORM 2540-AJOUTER-CORRESPONDANCE THRU 2540-EXIT
062100     MOVE 'F' TO B723-TP-ISSUE (B723-P)
062200     ADD 1 TO B723-NB-FUSIONS
062300     GO TO 2500-EXIT.
062400 2590-REJETER.
062500     MOVE 'R' TO B723-TP-ISSUE (B723-P)
062600     ADD 1 TO B723-NB-REJETEES.
062700 2500-EXIT.
062800     EXIT.
062900******************************************************************
063000* 2510 - RESOLUTION D'UN IDENTIFIANT PAR LA CORRESPONDANCE :     *
063100*        SURVIVANT SI L'IDENTIFIANT EST RETIRE, LUI-MEME SINON   *
063200******************************************************************
063300 2510-RESOUDRE-IDENTIFIANT.
063400     MOVE 'N' TO B723-RETIRE-SW
063500     MOVE B723-ID-CHERCHE TO B723-ID-RESOLU
063600     PERFORM 2511-COMPARER-CORRESPONDANCE THRU 2511-EXIT
063700         VARYING B723-X FROM 1 BY 1
063800         UNTIL B723-X > B723-NB-XREF
063900            OR B723-ID-RETIRE.
064000 2510-EXIT.
064100     EXIT.
064200 2511-COMPARER-CORRESPONDANCE.
064300     IF B723-TX-RETIRE (B723-X) = B723-ID-CHERCHE
064400        MOVE 'O' TO B723-RETIRE-SW
064500        MOVE B723-TX-SURVIVANT (B723-X) TO B723-ID-RESOLU
064600     END-IF.
064700 2511-EXIT.
064800     EXIT.
064900******************************************************************
065000* 2520 - DESIGNATION DU SURVIVANT : POIDS 4 = PRINCIPAL DU       *
065100*        FOYER, 2 = CONTRAT, 1 = REFERENCE DISTRIBUTEUR. A POIDS *
065200*        EGAL, LE PLUS PETIT IDENTIFIANT (LE PLUS ANCIEN)        *
065300******************************************************************
065400 2520-DESIGNER-SURVIVANT.
065500     MOVE B723-TP-ID-A (B723-P) TO B723-ID-CHERCHE
065600     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
065700     MOVE B723-TPE-PRINC (B723-XP) TO B723-CA-PRINC
065800     MOVE B723-TPE-CONTRAT (B723-XP) TO B723-CA-CONTRAT
065900     MOVE B723-TPE-DISTRIB (B723-XP) TO B723-CA-DISTRIB
066000     MOVE B723-TP-ID-B (B723-P) TO B723-ID-CHERCHE
066100     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
066200     MOVE B723-TPE-PRINC (B723-XP) TO B723-CB-PRINC
066300     MOVE B723-TPE-CONTRAT (B723-XP) TO B723-CB-CONTRAT
066400     MOVE B723-TPE-DISTRIB (B723-XP) TO B723-CB-DISTRIB
066500     MOVE ZERO TO B723-POIDS-A
066600     MOVE ZERO TO B723-POIDS-B
066700     IF B723-CA-PRINC = 'O'
066800        ADD 4 TO B723-POIDS-A
066900     END-IF
067000     IF B723-CA-CONTRAT = 'O'
067100        ADD 2 TO B723-POIDS-A
067200     END-IF
067300     IF B723-CA-DISTRIB = 'O'
067400        ADD 1 TO B723-POIDS-A
067500     END-IF
067600     IF B723-CB-PRINC = 'O'
067700        ADD 4 TO B723-POIDS-B
067800     END-IF
067900     IF B723-CB-CONTRAT = 'O'
068000        ADD 2 TO B723-POIDS-B
068100     END-IF
068200     IF B723-CB-DISTRIB = 'O'
068300        ADD 1 TO B723-POIDS-B
068400     END-IF
068500*    SOCDISPO PORTE LE PLUS PETIT IDENTIFIANT EN A
068600     IF B723-POIDS-B > B723-POIDS-A
068700        MOVE B723-TP-ID-B (B723-P) TO B723-TP-SURVIVANT (B723-P)
068800        MOVE B723-TP-ID-A (B723-P) TO B723-TP-RETIRE (B723-P)
068900     ELSE
069000        MOVE B723-TP-ID-A (B723-P) TO B723-TP-SURVIVANT (B723-P)
069100        MOVE B723-TP-ID-B (B723-P) TO B723-TP-RETIRE (B723-P)
069200     END-IF
069300     EVALUATE TRUE
069400         WHEN B723-CA-PRINC NOT = B723-CB-PRINC
069500              MOVE 'P' TO B723-TP-REGLE (B723-P)
069600         WHEN B723-CA-CONTRAT NOT = B723-CB-CONTRAT
069700              MOVE 'C' TO B723-TP-REGLE (B723-P)
069800         WHEN B723-CA-DISTRIB NOT = B723-CB-DISTRIB
069900              MOVE 'D' TO B723-TP-REGLE (B723-P)
070000         WHEN OTHER
070100              MOVE 'A' TO B723-TP-REGLE (B723-P)
070200     END-EVALUATE.
070300 2520-EXIT.
070400     EXIT.
070500******************************************************************
070600* 2530 - ECRITURE DE L'INSTRUCTION DE FUSION POUR L'AMONT        *
070700******************************************************************
070800 2530-ECRIRE-INSTRUCTION.
070900     MOVE SPACES TO SFUS-ENREG
071000     MOVE B723-DATE-JOUR TO SFUS-DATE
071100     MOVE B723-TP-RETIRE (B723-P) TO SFUS-ID-RETIRE
071200     MOVE B723-TP-SURVIVANT (B723-P) TO SFUS-ID-SURVIVANT
071300     MOVE B723-TP-REGLE (B723-P) TO SFUS-REGLE
071400     MOVE B723-TP-USER (B723-P) TO SFUS-MAJ-USER
071500     MOVE B723-TP-DATE (B723-P) TO SFUS-MAJ-DATE
071600     MOVE B723-TP-SURVIVANT (B723-P) TO B723-ID-CHERCHE
071700     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
071800     MOVE B723-TPE-FOYERID (B723-XP) TO SFUS-FOYERID-SURVIVANT
071900     WRITE SFUS-ENREG
072000     IF NOT B723-FUSION-OK
072100        DISPLAY 'SOCB0723 - ECRITURE FUSIONS KO FS='
072200                B723-FS-FUSION
072300        GO TO 9999-ABANDON
072400     END-IF.
072500 2530-EXIT.
072600     EXIT.
072700******************************************************************
072800* 2540 - AJOUT DE LA CORRESPONDANCE RETIRE -> SURVIVANT ET       *
072900*        REPOINTAGE DES CORRESPONDANCES QUI DESIGNAIENT LE RETIRE*
073000******************************************************************
073100 2540-AJOUTER-CORRESPONDANCE.
073200     IF B723-NB-XREF = B723-MAX-XREF
073300        DISPLAY 'SOCB0723 - TABLE DE CORRESPONDANCE PLEINE'
073400        GO TO 9999-ABANDON
073500     END-IF
073600     PERFORM 2541-REPOINTER THRU 2541-EXIT
073700         VARYING B723-X FROM 1 BY 1
073800         UNTIL B723-X > B723-NB-XREF
073900     ADD 1 TO B723-NB-XREF
074000     MOVE B723-TP-RETIRE (B723-P) TO B723-TX-RETIRE (B723-NB-XREF)
074100     MOVE B723-TP-SURVIVANT (B723-P)
074200       TO B723-TX-SURVIVANT (B723-NB-XREF)
074300     MOVE B723-DATE-JOUR TO B723-TX-DATE (B723-NB-XREF)
074400     MOVE B723-TP-USER (B723-P) TO B723-TX-USER (B723-NB-XREF).
074500 2540-EXIT.
074600     EXIT.
074700 2541-REPOINTER.
074800     IF B723-TX-SURVIVANT (B723-X) = B723-TP-RETIRE (B723-P)
074900        MOVE B723-TP-SURVIVANT (B723-P)
075000          TO B723-TX-SURVIVANT (B723-X)
075100        ADD 1 TO B723-NB-REPOINTEES
075200     END-IF.
075300 2541-EXIT.
075400     EXIT.
075500******************************************************************
075600* 2700 - PROCEDURE D'ENTREE DU TRI DE LA NOUVELLE TABLE DE       *
075700*        CORRESPONDANCE                                          *
075800******************************************************************
075900 2700-LIBERER-CORRESPONDANCES.
076000     PERFORM 2710-LIBERER-CORRESPONDANCE THRU 2710-EXIT
076100         VARYING B723-X FROM 1 BY 1
076200         UNTIL B723-X > B723-NB-XREF
076300     GO TO 2790-LIBERER-FIN.
076400 2700-EXIT.
076500     EXIT.
076600 2710-LIBERER-CORRESPONDANCE.
076700     MOVE SPACES TO XTRV-ENREG
076800     MOVE B723-TX-RETIRE (B723-X) TO XTRV-ID-RETIRE
076900     MOVE B723-TX-SURVIVANT (B723-X) TO XTRV-ID-SURVIVANT
077000     MOVE B723-TX-DATE (B723-X) TO XTRV-DATE-FUSION
077100     MOVE B723-TX-USER (B723-X) TO XTRV-MAJ-USER
077200     RELEASE TRI2-ENREG FROM XTRV-ENREG
077300     ADD 1 TO B723-NB-XREF-ECRITES.
077400 2710-EXIT.
077500     EXIT.
077600 2790-LIBERER-FIN.
077700     EXIT.
077800******************************************************************
077900* 3000 - EDITION DE L'ETAT                                       *
078000******************************************************************
078100 3000-EDITER-ETAT.
078200     OPEN OUTPUT FETAT
078300     IF NOT B723-ETAT-OK
078400        DISPLAY 'SOCB0723 - OUVERTURE ETAT0723 KO FS='
078500                B723-FS-ETAT
078600        GO TO 9999-ABANDON
078700     END-IF
078800     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
078900     MOVE B723-LE-TITRE-I TO B723-LIGNE-ETAT
079000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
079100     MOVE B723-LE-COLONNES-I TO B723-LIGNE-ETAT
079200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
079300     PERFORM 3100-EDITER-FUSION THRU 3100-EXIT
079400         VARYING B723-P FROM 1 BY 1
079500         UNTIL B723-P > B723-NB-PAIRES
079600     IF B723-NB-FUSIONS = ZERO
079700        MOVE B723-LE-NEANT TO B723-LIGNE-ETAT
079800        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
079900     END-IF
080000     MOVE B723-LE-SEPARATION TO B723-LIGNE-ETAT
080100     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
080200     MOVE B723-LE-TITRE-II TO B723-LIGNE-ETAT
080300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
080400     MOVE B723-LE-COLONNES-II TO B723-LIGNE-ETAT
080500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
080600     PERFORM 3200-EDITER-REJET THRU 3200-EXIT
080700         VARYING B723-P FROM 1 BY 1
080800         UNTIL B723-P > B723-NB-PAIRES
080900     IF B723-NB-REJETEES = ZERO
081000        MOVE B723-LE-NEANT TO B723-LIGNE-ETAT
081100        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
081200     END-IF
081300     MOVE B723-LE-SEPARATION TO B723-LIGNE-ETAT
081400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
081500     PERFORM 3300-EDITER-TOTAUX THRU 3300-EXIT
081600     CLOSE FETAT.
081700 3000-EXIT.
081800     EXIT.
081900******************************************************************
082000* 3100 - SECTION I : UNE LIGNE PAR FUSION EXECUTEE               *
082100******************************************************************
082200 3100-EDITER-FUSION.
082300     IF B723-TP-ISSUE (B723-P) NOT = 'F'
082400        GO TO 3100-EXIT
082500     END-IF
082600     MOVE B723-TP-SURVIVANT (B723-P) TO B723-ID-CHERCHE
082700     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
082800     MOVE B723-TP-SURVIVANT (B723-P) TO B723-LF-SURVIVANT
082900     MOVE B723-TPE-NOM (B723-XP) TO B723-LF-NOM-S
083000     MOVE B723-TPE-PRENOM (B723-XP) TO B723-LF-PRENOM-S
083100     MOVE B723-TP-RETIRE (B723-P) TO B723-ID-CHERCHE
083200     PERFORM 3900-CHERCHER-PERSONNE THRU 3900-EXIT
083300     MOVE B723-TP-RETIRE (B723-P) TO B723-LF-RETIRE
083400     MOVE B723-TPE-NOM (B723-XP) TO B723-LF-NOM-R
083500     MOVE B723-TPE-PRENOM (B723-XP) TO B723-LF-PRENOM-R
083600     EVALUATE B723-TP-REGLE (B723-P)
083700         WHEN 'P'
083800              MOVE 'FOYER PRINCIP.' TO B723-LF-REGLE
083900         WHEN 'C'
084000              MOVE 'CONTRAT' TO B723-LF-REGLE
084100         WHEN 'D'
084200              MOVE 'REF. DISTRIB.' TO B723-LF-REGLE
084300         WHEN OTHER
084400              MOVE 'ANCIENNETE' TO B723-LF-REGLE
084500     END-EVALUATE
084600     MOVE B723-TP-USER (B723-P) TO B723-LF-USER
084700     MOVE B723-TP-DATE (B723-P) TO B723-LF-DATE
084800     MOVE B723-LE-FUSION TO B723-LIGNE-ETAT
084900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
085000 3100-EXIT.
085100     EXIT.
085200******************************************************************
085300* 3200 - SECTION II : UNE LIGNE PAR PAIRE REJETEE AVEC SON MOTIF *
085400******************************************************************
085500 3200-EDITER-REJET.
085600     IF B723-TP-ISSUE (B723-P) NOT = 'R'
085700        GO TO 3200-EXIT
085800     END-IF
085900     MOVE B723-TP-ID-A (B723-P) TO B723-LR-ID-A
086000     MOVE B723-TP-ID-B (B723-P) TO B723-LR-ID-B
086100     EVALUATE B723-TP-MOTIF (B723-P)
086200         WHEN 'I'
086300              MOVE 'PAIRE INVALIDE (IDENTIFIANTS NULS OU EGAUX)'
086400                TO B723-LR-MOTIF
086500         WHEN 'X'
086600              MOVE
086700              'IDENTIFIANT DEJA FUSIONNE AVEC UNE AUTRE PERSONNE'
086800                TO B723-LR-MOTIF
086900         WHEN 'A'
087000              MOVE 'PREMIERE PERSONNE ABSENTE DU REFERENTIEL'
087100                TO B723-LR-MOTIF
087200         WHEN OTHER
087300              MOVE 'SECONDE PERSONNE ABSENTE DU REFERENTIEL'
087400                TO B723-LR-MOTIF
087500     END-EVALUATE
087600     MOVE B723-LE-REJET TO B723-LIGNE-ETAT
087700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
087800 3200-EXIT.
087900     EXIT.
088000******************************************************************
088100* 3300 - SECTION III : TOTAUX                                    *
088200******************************************************************
088300 3300-EDITER-TOTAUX.
088400     MOVE B723-LE-TITRE-III TO B723-LIGNE-ETAT
088500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
088600     MOVE 'DISPOSITIONS LUES DANS SOCDISPO ..... :'
088700       TO B723-LC-LIBELLE
088800     MOVE B723-NB-DISPO-LUES TO B723-LC-NB
088900     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
089000     MOVE 'DOUBLONS CONFIRMES .................. :'
089100       TO B723-LC-LIBELLE
089200     MOVE B723-NB-CONFIRMEES TO B723-LC-NB
089300     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
089400     MOVE 'DONT REPORTES (TABLE PLEINE) ........ :'
089500       TO B723-LC-LIBELLE
089600     MOVE B723-NB-PAIRES-REPORTEES TO B723-LC-NB
089700     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
089800     MOVE 'DONT DEJA FUSIONNES ................. :'
089900       TO B723-LC-LIBELLE
090000     MOVE B723-NB-DEJA-FUSIONNEES TO B723-LC-NB
090100     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
090200     MOVE 'DONT FUSIONNES CE JOUR .............. :'
090300       TO B723-LC-LIBELLE
090400     MOVE B723-NB-FUSIONS TO B723-LC-NB
090500     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
090600     MOVE 'DONT REJETES ........................ :'
090700       TO B723-LC-LIBELLE
090800     MOVE B723-NB-REJETEES TO B723-LC-NB
090900     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
091000     MOVE 'PERSONNES LUES DANS PERSREPO ........ :'
091100       TO B723-LC-LIBELLE
091200     MOVE B723-NB-PERS-LUES TO B723-LC-NB
091300     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
091400     MOVE 'CORRESPONDANCES REPRISES DE SOCXREF . :'
091500       TO B723-LC-LIBELLE
091600     MOVE B723-NB-XREF-REPRISES TO B723-LC-NB
091700     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
091800     MOVE 'CORRESPONDANCES REPOINTEES .......... :'
091900       TO B723-LC-LIBELLE
092000     MOVE B723-NB-REPOINTEES TO B723-LC-NB
092100     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT
092200     MOVE 'CORRESPONDANCES ECRITES (XREFNEUF) .. :'
092300       TO B723-LC-LIBELLE
092400     MOVE B723-NB-XREF-ECRITES TO B723-LC-NB
092500     PERFORM 3310-ECRIRE-COMPTE THRU 3310-EXIT.
092600 3300-EXIT.
092700     EXIT.
092800 3310-ECRIRE-COMPTE.
092900     MOVE B723-LE-COMPTE TO B723-LIGNE-ETAT
093000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
093100 3310-EXIT.
093200     EXIT.
093300******************************************************************
093400* 3900 - RECHERCHE D'UNE PERSONNE DES PAIRES (B723-ID-CHERCHE) : *
093500*        POSITIONNE B723-XP, TROUVEE SI PRESENTE DANS PERSREPO   *
093600******************************************************************
093700 3900-CHERCHER-PERSONNE.
093800     MOVE 'N' TO B723-TROUVE-SW
093900     PERFORM 3910-POSITIONNER-PERSONNE THRU 3910-EXIT
094000     IF B723-XP = ZERO
094100        GO TO 3900-EXIT
094200     END-IF
094300     IF B723-TPE-TROUVEE (B723-XP) = 'O'
094400        MOVE 'O' TO B723-TROUVE-SW
094500     END-IF.
094700 3900-EXIT.
094800     EXIT.
094802******************************************************************
094805* 3910 - POSITION DE B723-ID-CHERCHE DANS LA TABLE DES PERSONNES *
094808*        (B723-XP, ZERO SI ABSENT). TABLE TRIEE : LE PARCOURS    *
094811*        S'ARRETE AU PREMIER IDENTIFIANT EGAL OU SUPERIEUR       *
094814******************************************************************
094817 3910-POSITIONNER-PERSONNE.
094820     MOVE ZERO TO B723-XP
094823     MOVE 'N' TO B723-ARRET-SW
094826     PERFORM 3920-COMPARER-PERSONNE THRU 3920-EXIT
094829         VARYING B723-XS FROM 1 BY 1
094832         UNTIL B723-XS > B723-NB-PERSONNES
094835            OR B723-ARRET-RECHERCHE.
094838 3910-EXIT.
094841     EXIT.
094844 3920-COMPARER-PERSONNE.
094847     IF B723-TPE-ID (B723-XS) < B723-ID-CHERCHE
094850        GO TO 3920-EXIT
094853     END-IF
094856     IF B723-TPE-ID (B723-XS) = B723-ID-CHERCHE
094859        MOVE B723-XS TO B723-XP
094862     END-IF
094865     MOVE 'O' TO B723-ARRET-SW.
094868 3920-EXIT.
094871     EXIT.
094900******************************************************************
095000* 4000 - FIN DE TRAITEMENT                                       *
095100******************************************************************
095200 4000-TERMINER.
095300     DISPLAY 'SOCB0723 - DOUBLONS CONFIRMES     : '
095400             B723-NB-CONFIRMEES
095500     DISPLAY 'SOCB0723 - PAIRES REPORTEES       : '
095600             B723-NB-PAIRES-REPORTEES
095700     DISPLAY 'SOCB0723 - DEJA FUSIONNES         : '
095800             B723-NB-DEJA-FUSIONNEES
095900     DISPLAY 'SOCB0723 - FUSIONS DU JOUR        : '
096000             B723-NB-FUSIONS
096100     DISPLAY 'SOCB0723 - PAIRES REJETEES        : '
096200             B723-NB-REJETEES
096300     DISPLAY 'SOCB0723 - CORRESPONDANCES ECRITES: '
096400             B723-NB-XREF-ECRITES
096500     IF B723-NB-REJETEES NOT = ZERO
096600        MOVE 4 TO RETURN-CODE
096700     END-IF.
096800 4000-EXIT.
096900     EXIT.
097000******************************************************************
097100* 6100 - SAUT DE PAGE ET ENTETE                                  *
097200******************************************************************
097300 6100-SAUT-DE-PAGE.
097400     ADD 1 TO B723-PAGE-CPT
097500     MOVE B723-DATE-JOUR TO B723-LE-DATE-EDIT
097600     MOVE B723-PAGE-CPT TO B723-LE-PAGE
097700     MOVE B723-LE-ENTETE1 TO B723-LIGNE-ETAT
097800     WRITE B723-LIGNE-ETAT AFTER ADVANCING PAGE
097900     MOVE SPACES TO B723-LIGNE-ETAT
098000     WRITE B723-LIGNE-ETAT AFTER ADVANCING 1 LINE
098100     MOVE 2 TO B723-LIGNE-CPT.
098200 6100-EXIT.
098300     EXIT.
098400******************************************************************
098500* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
098600******************************************************************
098700 6200-ECRIRE-LIGNE.
098800*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
098900*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
099000     MOVE B723-LIGNE-ETAT TO B723-LIGNE-TRAV
099100     IF B723-LIGNE-CPT > 58
099200        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
099300        MOVE B723-LIGNE-TRAV TO B723-LIGNE-ETAT
099400     END-IF
099500     WRITE B723-LIGNE-ETAT AFTER ADVANCING 1 LINE
099600     ADD 1 TO B723-LIGNE-CPT.
099700 6200-EXIT.
099800     EXIT.
099802******************************************************************
099804* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
099806******************************************************************
099808 9800-SUIVI-DEBUT.
099810     MOVE 'SOCB0723' TO SSUI-PROGRAMME
099812     MOVE 'D' TO SSUI-PHASE
099814     CALL 'SOCC0726' USING SSUI-ENREG.
099816 9800-EXIT.
099818     EXIT.
099820******************************************************************
099822* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
099824*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
099826*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
099828*        1 CONFIRMES / 2 FUSIONS / 3 DEJA FUS / 4 REJETEES /     *
099830*        5 REPORTEES / 6 CORRESP                                 *
099832******************************************************************
099834 9810-SUIVI-FIN.
099836     MOVE 'F' TO SSUI-PHASE
099838     MOVE RETURN-CODE TO SSUI-RETURN-CODE
099840     MOVE 'CONFIRMES' TO SSUI-CPT-LIBELLE (1)
099842     MOVE B723-NB-CONFIRMEES TO SSUI-CPT-VALEUR (1)
099844     MOVE 'FUSIONS' TO SSUI-CPT-LIBELLE (2)
099846     MOVE B723-NB-FUSIONS TO SSUI-CPT-VALEUR (2)
099848     MOVE 'DEJA FUS' TO SSUI-CPT-LIBELLE (3)
099850     MOVE B723-NB-DEJA-FUSIONNEES TO SSUI-CPT-VALEUR (3)
099852     MOVE 'REJETEES' TO SSUI-CPT-LIBELLE (4)
099854     MOVE B723-NB-REJETEES TO SSUI-CPT-VALEUR (4)
099856     MOVE 'REPORTEES' TO SSUI-CPT-LIBELLE (5)
099858     MOVE B723-NB-PAIRES-REPORTEES TO SSUI-CPT-VALEUR (5)
099860     MOVE 'CORRESP' TO SSUI-CPT-LIBELLE (6)
099862     MOVE B723-NB-XREF-ECRITES TO SSUI-CPT-VALEUR (6)
099864     CALL 'SOCC0726' USING SSUI-ENREG.
099866 9810-EXIT.
099868     EXIT.
099900******************************************************************
100000* 9999 - ABANDON DU TRAITEMENT                                   *
100100******************************************************************
100200 9999-ABANDON.
100300     DISPLAY 'SOCB0723 - ABANDON DU TRAITEMENT'
100400     MOVE 16 TO RETURN-CODE
100410     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
100500     STOP RUN.
