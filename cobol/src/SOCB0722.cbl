000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0722.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - HISTORIQUE D'UNE PERSONNE             *
000900*----------------------------------------------------------------*
001000* EDITE, A PARTIR DE L'HISTORIQUE DES MODIFICATIONS PERSHIST     *
001100* ALIMENTE PAR LE BATCH SOCB0721, TOUS LES MOUVEMENTS D'UNE      *
001200* PERSONNE DONNEE : CREATION, SUPPRESSION ET, CHAMP PAR CHAMP,   *
001300* VALEURS AVANT ET APRES MODIFICATION (RECLAMATIONS ET DEMANDES  *
001400* D'ACCES CNIL : QUAND MON ADRESSE A-T-ELLE CHANGE ?).           *
001500*                                                                *
001600* CARTE PARAMETRE (SYSIN) : IDENTIFIANT DE LA PERSONNE (11 CH.), *
001700* UN BLANC, DATE DEBUT (SSAAMMJJ), UN BLANC, DATE FIN (SSAAMMJJ).*
001800* LES DATES PORTENT SUR LA DATE D'EXTRAIT DU MOUVEMENT.          *
001900* DATES A ZERO OU ABSENTES = PAS DE BORNE.                       *
002000*----------------------------------------------------------------*
002100* HISTORIQUE DES MODIFICATIONS                                   *
002200* --------------------------                                     *
002300* 15/10/2026 CRP CREATION - INTERROGATION DE L'HISTORIQUE DES    *
002400*                MODIFICATIONS PAR PERSONNE ET PLAGE DE DATES    *
002500*                (REPERE 2704HIST)                               *
002510* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
002520*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
002530*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-ENTERPRISE.
003000 OBJECT-COMPUTER. IBM-ENTERPRISE.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500*   *** HISTORIQUE DES MODIFICATIONS ECRIT PAR SOCB0721
003600     SELECT FHISTO ASSIGN TO PERSHIST
003700            ORGANIZATION IS SEQUENTIAL
003800            FILE STATUS IS B722-FS-HISTO.
003900*   *** ETAT EDITE
004000     SELECT FETAT ASSIGN TO ETAT0722
004100            ORGANIZATION IS SEQUENTIAL
004200            FILE STATUS IS B722-FS-ETAT.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  FHISTO
004600     BLOCK CONTAINS 0 RECORDS
004700     RECORD CONTAINS 250 CHARACTERS.
004800     COPY SOCC07HI.
004900 FD  FETAT
005000     BLOCK CONTAINS 0 RECORDS
005100     RECORD CONTAINS 132 CHARACTERS.
005200 01  B722-LIGNE-ETAT              PIC X(132).
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500* INDICATEURS ET COMPTEURS                                       *
005600******************************************************************
005700 77  B722-FS-HISTO             PIC X(02) VALUE SPACES.
005800     88 B722-HISTO-OK                    VALUE '00'.
005900     88 B722-HISTO-FIN                   VALUE '10'.
006000 77  B722-FS-ETAT              PIC X(02) VALUE SPACES.
006100     88 B722-ETAT-OK                     VALUE '00'.
006200 77  B722-FIN-SW               PIC X(01) VALUE 'N'.
006300     88 B722-FIN-HISTORIQUE              VALUE 'O'.
006400 77  B722-NB-LUS               PIC 9(07) VALUE ZERO.
006500 77  B722-NB-RETENUS           PIC 9(07) VALUE ZERO.
006600 77  B722-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
006700 77  B722-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
006800 77  B722-DATE-JOUR            PIC 9(08) VALUE ZERO.
006900 77  B722-ID-DEMANDE           PIC 9(11) VALUE ZERO.
007000 77  B722-DATE-DEB             PIC 9(08) VALUE ZERO.
007100 77  B722-DATE-FIN             PIC 9(08) VALUE ZERO.
007200 01  B722-LIGNE-TRAV           PIC X(132) VALUE SPACES.
007300 01  B722-DATE-SYS.
007400     05 B722-DS-AAMMJJ         PIC 9(06).
007500******************************************************************
007600* CARTE PARAMETRE : IDENTIFIANT + PLAGE DE DATES                 *
007700******************************************************************
007800 01  B722-CARTE-PARM.
007900     05 B722-CP-ID             PIC X(11).
008000     05 FILLER                 PIC X(01).
008100     05 B722-CP-DATE-DEB       PIC X(08).
008200     05 FILLER                 PIC X(01).
008300     05 B722-CP-DATE-FIN       PIC X(08).
008400     05 FILLER                 PIC X(51).
008500 01  B722-CP-ID-9 REDEFINES B722-CARTE-PARM.
008600     05 B722-CP9-ID            PIC 9(11).
008700     05 FILLER                 PIC X(69).
008800******************************************************************
008900* LIGNES D'EDITION                                               *
009000******************************************************************
009100 01  B722-LE-ENTETE1.
009200     05 FILLER                 PIC X(10) VALUE 'SOCB0722'.
009300     05 FILLER                 PIC X(30) VALUE
009400        'CTLM BANQUE - SERV0002'.
009500     05 FILLER                 PIC X(46) VALUE
009600        'HISTORIQUE DES MODIFICATIONS D''UNE PERSONNE'.
009700     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
009800     05 B722-LE-DATE-EDIT      PIC 9(08).
009900     05 FILLER                 PIC X(12) VALUE '      PAGE'.
010000     05 B722-LE-PAGE           PIC ZZ9.
010100     05 FILLER                 PIC X(12) VALUE SPACES.
010200 01  B722-LE-ENTETE2.
010300     05 FILLER                 PIC X(11) VALUE 'PERSONNE : '.
010400     05 B722-LE-ID             PIC 9(11).
010500     05 FILLER                 PIC X(11) VALUE '   DU'.
010600     05 B722-LE-DEB            PIC X(08).
010700     05 FILLER                 PIC X(06) VALUE '  AU'.
010800     05 B722-LE-FIN            PIC X(08).
010900     05 FILLER                 PIC X(77) VALUE SPACES.
011000 01  B722-LE-COLONNES.
011100     05 FILLER                 PIC X(10) VALUE 'EXTRAIT'.
011200     05 FILLER                 PIC X(14) VALUE 'MOUVEMENT'.
011300     05 FILLER                 PIC X(22) VALUE 'CHAMP'.
011400     05 FILLER                 PIC X(86) VALUE 'VALEUR'.
011500 01  B722-LE-DETAIL.
011600     05 B722-LD-DATE           PIC X(08).
011700     05 FILLER                 PIC X(02) VALUE SPACES.
011800     05 B722-LD-MOUVEMENT      PIC X(12).
011900     05 FILLER                 PIC X(02) VALUE SPACES.
012000     05 B722-LD-CHAMP          PIC X(21).
012100     05 FILLER                 PIC X(01) VALUE SPACES.
012200     05 B722-LD-SENS           PIC X(06).
012300     05 B722-LD-VALEUR         PIC X(80).
012400 01  B722-LE-NEANT.
012500     05 FILLER                 PIC X(132) VALUE
012600        '   NEANT - AUCUN MOUVEMENT SUR LA PLAGE DEMANDEE'.
012700 01  B722-LE-SEPARATION        PIC X(132) VALUE SPACES.
012800 01  B722-LE-TOTAL.
012900     05 FILLER                 PIC X(30) VALUE
013000        'MOUVEMENTS EDITES : '.
013100     05 B722-LT-NB             PIC ZZZZZZ9.
013200     05 FILLER                 PIC X(14) VALUE '   SUR'.
013300     05 B722-LT-NB-LUS         PIC ZZZZZZ9.
013400     05 FILLER                 PIC X(14) VALUE ' ENREG. LUS'.
013500     05 FILLER                 PIC X(60) VALUE SPACES.
013510******************************************************************
013520* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
013530******************************************************************
013540     COPY SOCC07SU.
013600 PROCEDURE DIVISION.
013700******************************************************************
013800* 0000 - ENCHAINEMENT GENERAL                                    *
013900******************************************************************
014000 0000-MAINLINE.
014010     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
014100     PERFORM 1000-INITIALISATION THRU 1000-EXIT
014200     PERFORM 2000-FILTRER-ENREG THRU 2000-EXIT
014300         UNTIL B722-FIN-HISTORIQUE
014400     PERFORM 3000-TERMINER THRU 3000-EXIT
014410     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
014500     GOBACK.
014600******************************************************************
014700* 1000 - INITIALISATION : CARTE PARAMETRE ET OUVERTURES          *
014800******************************************************************
014900 1000-INITIALISATION.
015000     ACCEPT B722-DATE-SYS FROM DATE
015100     COMPUTE B722-DATE-JOUR = 20000000 + B722-DS-AAMMJJ
015200     ACCEPT B722-CARTE-PARM
015300     IF B722-CP9-ID NUMERIC
015400        MOVE B722-CP9-ID TO B722-ID-DEMANDE
015500     END-IF
015600     IF B722-ID-DEMANDE = ZERO
015700        DISPLAY 'SOCB0722 - IDENTIFIANT PERSONNE ABSENT OU NON'
015800                ' NUMERIQUE SUR LA CARTE PARAMETRE'
015900        GO TO 9999-ABANDON
016000     END-IF
016100     PERFORM 1100-CAPTER-DATES THRU 1100-EXIT
016200     OPEN INPUT FHISTO
016300     IF NOT B722-HISTO-OK
016400        DISPLAY 'SOCB0722 - OUVERTURE PERSHIST KO FS='
016500                B722-FS-HISTO
016600        GO TO 9999-ABANDON
016700     END-IF
016800     OPEN OUTPUT FETAT
016900     IF NOT B722-ETAT-OK
017000        DISPLAY 'SOCB0722 - OUVERTURE ETAT0722 KO FS='
017100                B722-FS-ETAT
017200        GO TO 9999-ABANDON
017300     END-IF
017400     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
017500     PERFORM 8100-LIRE-HISTO THRU 8100-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800******************************************************************
017900* 1100 - BORNES DE DATES DE LA CARTE (ZERO = PAS DE BORNE)       *
018000******************************************************************
018100 1100-CAPTER-DATES.
018200     MOVE ZERO TO B722-DATE-DEB
018300     MOVE ZERO TO B722-DATE-FIN
018400     IF B722-CP-DATE-DEB NUMERIC
018500        MOVE B722-CP-DATE-DEB TO B722-DATE-DEB
018600     END-IF
018700     IF B722-CP-DATE-FIN NUMERIC
018800        MOVE B722-CP-DATE-FIN TO B722-DATE-FIN
018900     END-IF
019000     IF B722-DATE-FIN NOT = ZERO
019100     AND B722-DATE-FIN < B722-DATE-DEB
019200        DISPLAY 'SOCB0722 - PLAGE DE DATES INCOHERENTE : '
019300                B722-DATE-DEB ' / ' B722-DATE-FIN
019400        GO TO 9999-ABANDON
019500     END-IF.
019600 1100-EXIT.
019700     EXIT.
019800******************************************************************
019900* 2000 - FILTRAGE D'UN MOUVEMENT DE L'HISTORIQUE                 *
020000******************************************************************
020100 2000-FILTRER-ENREG.
020200     ADD 1 TO B722-NB-LUS
020300     IF SHIS-PERSONENTITYID NOT NUMERIC
020400        GO TO 2000-SUITE
020500     END-IF
020600     IF SHIS-PERSONENTITYID NOT = B722-ID-DEMANDE
020700        GO TO 2000-SUITE
020800     END-IF
020900*    DATE ILLISIBLE = HORS PLAGE (ENREGISTREMENT CORROMPU)
021000     IF SHIS-DATE-EXTRAIT NOT NUMERIC
021100        GO TO 2000-SUITE
021200     END-IF
021300     IF B722-DATE-DEB NOT = ZERO
021400     AND SHIS-DATE-EXTRAIT < B722-DATE-DEB
021500        GO TO 2000-SUITE
021600     END-IF
021700     IF B722-DATE-FIN NOT = ZERO
021800     AND SHIS-DATE-EXTRAIT > B722-DATE-FIN
021900        GO TO 2000-SUITE
022000     END-IF
022100     ADD 1 TO B722-NB-RETENUS
022200     PERFORM 2100-EDITER-MOUVEMENT THRU 2100-EXIT.
022300 2000-SUITE.
022400     PERFORM 8100-LIRE-HISTO THRU 8100-EXIT.
022500 2000-EXIT.
022600     EXIT.
022700******************************************************************
022800* 2100 - EDITION D'UN MOUVEMENT : UNE LIGNE AVANT (SAUF          *
022900*        CREATION) ET UNE LIGNE APRES (SAUF SUPPRESSION)         *
023000******************************************************************
023100 2100-EDITER-MOUVEMENT.
023200     MOVE SHIS-DATE-EXTRAIT TO B722-LD-DATE
023300     EVALUATE TRUE
023400         WHEN SHIS-CREATION
023500              MOVE 'CREATION' TO B722-LD-MOUVEMENT
023600              MOVE 'IDENTITE' TO B722-LD-CHAMP
023700         WHEN SHIS-SUPPRESSION
023800              MOVE 'SUPPRESSION' TO B722-LD-MOUVEMENT
023900              MOVE 'IDENTITE' TO B722-LD-CHAMP
024000         WHEN OTHER
024100              MOVE 'MODIFICATION' TO B722-LD-MOUVEMENT
024200              MOVE SHIS-CHAMP TO B722-LD-CHAMP
024300     END-EVALUATE
024400     IF NOT SHIS-CREATION
024500        MOVE 'AVANT ' TO B722-LD-SENS
024600        MOVE SHIS-VAL-AVANT TO B722-LD-VALEUR
024700        MOVE B722-LE-DETAIL TO B722-LIGNE-ETAT
024800        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
024900        MOVE SPACES TO B722-LD-DATE
025000        MOVE SPACES TO B722-LD-MOUVEMENT
025100        MOVE SPACES TO B722-LD-CHAMP
025200     END-IF
025300     IF NOT SHIS-SUPPRESSION
025400        MOVE 'APRES ' TO B722-LD-SENS
025500        MOVE SHIS-VAL-APRES TO B722-LD-VALEUR
025600        MOVE B722-LE-DETAIL TO B722-LIGNE-ETAT
025700        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
025800     END-IF.
025900 2100-EXIT.
026000     EXIT.
026100******************************************************************
026200* 3000 - FIN DE TRAITEMENT : TOTAUX ET FERMETURES                *
026300******************************************************************
026400 3000-TERMINER.
026500     IF B722-NB-RETENUS = ZERO
026600        MOVE B722-LE-NEANT TO B722-LIGNE-ETAT
026700        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
026800     END-IF
026900     MOVE B722-LE-SEPARATION TO B722-LIGNE-ETAT
027000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
027100     MOVE B722-NB-RETENUS TO B722-LT-NB
027200     MOVE B722-NB-LUS TO B722-LT-NB-LUS
027300     MOVE B722-LE-TOTAL TO B722-LIGNE-ETAT
027400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
027500     CLOSE FHISTO
027600     CLOSE FETAT
027700     DISPLAY 'SOCB0722 - ENREGISTREMENTS LUS : ' B722-NB-LUS
027800     DISPLAY 'SOCB0722 - MOUVEMENTS EDITES : '
027900             B722-NB-RETENUS.
028000 3000-EXIT.
028100     EXIT.
028200******************************************************************
028300* 6100 - SAUT DE PAGE ET ENTETES                                 *
028400******************************************************************
028500 6100-SAUT-DE-PAGE.
028600     ADD 1 TO B722-PAGE-CPT
028700     MOVE B722-DATE-JOUR TO B722-LE-DATE-EDIT
028800     MOVE B722-PAGE-CPT TO B722-LE-PAGE
028900     MOVE B722-LE-ENTETE1 TO B722-LIGNE-ETAT
029000     WRITE B722-LIGNE-ETAT AFTER ADVANCING PAGE
029100     MOVE B722-ID-DEMANDE TO B722-LE-ID
029200     IF B722-DATE-DEB = ZERO
029300        MOVE 'DEBUT' TO B722-LE-DEB
029400     ELSE
029500        MOVE B722-CP-DATE-DEB TO B722-LE-DEB
029600     END-IF
029700     IF B722-DATE-FIN = ZERO
029800        MOVE 'FIN' TO B722-LE-FIN
029900     ELSE
030000        MOVE B722-CP-DATE-FIN TO B722-LE-FIN
030100     END-IF
030200     MOVE B722-LE-ENTETE2 TO B722-LIGNE-ETAT
030300     WRITE B722-LIGNE-ETAT AFTER ADVANCING 1 LINE
030400     MOVE B722-LE-COLONNES TO B722-LIGNE-ETAT
030500     WRITE B722-LIGNE-ETAT AFTER ADVANCING 1 LINE
030600     MOVE SPACES TO B722-LIGNE-ETAT
030700     WRITE B722-LIGNE-ETAT AFTER ADVANCING 1 LINE
030800     MOVE 4 TO B722-LIGNE-CPT.
030900 6100-EXIT.
031000     EXIT.
031100******************************************************************
031200* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
031300******************************************************************
031400 6200-ECRIRE-LIGNE.
031500*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
031600*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
031700     MOVE B722-LIGNE-ETAT TO B722-LIGNE-TRAV
031800     IF B722-LIGNE-CPT > 58
031900        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
032000        MOVE B722-LIGNE-TRAV TO B722-LIGNE-ETAT
032100     END-IF
032200     WRITE B722-LIGNE-ETAT AFTER ADVANCING 1 LINE
032300     ADD 1 TO B722-LIGNE-CPT.
032400 6200-EXIT.
032500     EXIT.
032600******************************************************************
032700* 8100 - LECTURE DE L'HISTORIQUE                                 *
032800******************************************************************
032900 8100-LIRE-HISTO.
033000     READ FHISTO
033100     EVALUATE TRUE
033200         WHEN B722-HISTO-OK
033300              CONTINUE
033400         WHEN B722-HISTO-FIN
033500              MOVE 'O' TO B722-FIN-SW
033600         WHEN OTHER
033700              DISPLAY 'SOCB0722 - LECTURE PERSHIST KO FS='
033800                      B722-FS-HISTO
033900              GO TO 9999-ABANDON
034000     END-EVALUATE.
034100 8100-EXIT.
034200     EXIT.
034203******************************************************************
034206* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
034209******************************************************************
034212 9800-SUIVI-DEBUT.
034215     MOVE 'SOCB0722' TO SSUI-PROGRAMME
034218     MOVE 'D' TO SSUI-PHASE
034221     CALL 'SOCC0726' USING SSUI-ENREG.
034224 9800-EXIT.
034227     EXIT.
034230******************************************************************
034233* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
034236*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
034239*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
034242*        1 LUS / 2 EDITES                                        *
034245******************************************************************
034248 9810-SUIVI-FIN.
034251     MOVE 'F' TO SSUI-PHASE
034254     MOVE RETURN-CODE TO SSUI-RETURN-CODE
034257     MOVE 'LUS' TO SSUI-CPT-LIBELLE (1)
034260     MOVE B722-NB-LUS TO SSUI-CPT-VALEUR (1)
034263     MOVE 'EDITES' TO SSUI-CPT-LIBELLE (2)
034266     MOVE B722-NB-RETENUS TO SSUI-CPT-VALEUR (2)
034269     CALL 'SOCC0726' USING SSUI-ENREG.
034272 9810-EXIT.
034275     EXIT.
034300******************************************************************
034400* 9999 - ABANDON DU TRAITEMENT                                   *
034500******************************************************************
034600 9999-ABANDON.
034700     DISPLAY 'SOCB0722 - ABANDON DU TRAITEMENT'
034800     MOVE 16 TO RETURN-CODE
034810     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
034900     STOP RUN.
