000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0725.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - ETAT JOURNALIER DES APPELS REFUSES    *
000900*               PAR LE CONTROLE DES HABILITATIONS                *
001000*----------------------------------------------------------------*
001100* EDITE, A PARTIR DU JOURNAL DES CONSULTATIONS SOCJRNL ECRIT     *
001200* PAR LE NOYAU SOCC0710, LES APPELS REFUSES EN CODE RETOUR 07    *
001300* (TABLE DES HABILITATIONS SOCHABI), POUR LE SUIVI DES           *
001400* TENTATIVES BLOQUEES PAR LA CELLULE CONFORMITE :                *
001500*   I.   DETAIL DES APPELS REFUSES (HORODATAGE, APPELANT,        *
001600*        CANAL, METHODE, MOTIF DU REFUS)                         *
001700*   II.  REFUS PAR APPELANT (IDENTITE ET CANAL), VENTILES PAR    *
001800*        MOTIF, AVEC LE LIBELLE DE L'APPELANT DANS SOCHABI       *
001900*   III. TOTAUX PAR MOTIF DE REFUS                               *
002000*                                                                *
002100* CARTE PARAMETRE (SYSIN) : DATE DE LA JOURNEE A EDITER          *
002200* (SSAAMMJJ). ZERO OU ABSENTE = TOUT LE FICHIER.                 *
002300*----------------------------------------------------------------*
002400* HISTORIQUE DES MODIFICATIONS                                   *
002500* --------------------------                                     *
002600* 15/10/2026 CRP CREATION - ETAT DES REFUS DU CONTROLE DES       *
002700*                HABILITATIONS (REPERE 2704HABI)                 *
002710* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
002720*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
002730*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-ENTERPRISE.
003200 OBJECT-COMPUTER. IBM-ENTERPRISE.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*   *** JOURNAL DES CONSULTATIONS ECRIT PAR SOCC0710
003800     SELECT FJOURNAL ASSIGN TO SOCJRNL
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS B725-FS-JOURNAL.
004100*   *** ETAT EDITE
004200     SELECT FETAT ASSIGN TO ETAT0725
004300            ORGANIZATION IS SEQUENTIAL
004400            FILE STATUS IS B725-FS-ETAT.
004500*   *** TABLE DES HABILITATIONS (KSDS MAINTENU PAR LA
004600*   *** TRANSACTION S724), POUR LE LIBELLE DES APPELANTS
004700     SELECT OPTIONAL FHABIL ASSIGN TO SOCHABI
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS SHAB-CALLER-ID
005100            FILE STATUS IS B725-FS-HABIL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  FJOURNAL
005500     BLOCK CONTAINS 0 RECORDS
005600     RECORD CONTAINS 100 CHARACTERS.
005700     COPY SOCC07JR.
005800 FD  FETAT
005900     BLOCK CONTAINS 0 RECORDS
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  B725-LIGNE-ETAT              PIC X(132).
006200 FD  FHABIL
006300     RECORD CONTAINS 200 CHARACTERS.
006400     COPY SOCC07HA.
006500 WORKING-STORAGE SECTION.
006600******************************************************************
006700* INDICATEURS ET COMPTEURS                                       *
006800******************************************************************
006900 77  B725-FS-JOURNAL           PIC X(02) VALUE SPACES.
007000     88 B725-JOURNAL-OK                  VALUE '00'.
007100     88 B725-JOURNAL-FIN                 VALUE '10'.
007200 77  B725-FS-ETAT              PIC X(02) VALUE SPACES.
007300     88 B725-ETAT-OK                     VALUE '00'.
007400 77  B725-FS-HABIL             PIC X(02) VALUE SPACES.
007500     88 B725-HABIL-OK                    VALUE '00' '05'.
007600 77  B725-FIN-SW               PIC X(01) VALUE 'N'.
007700     88 B725-FIN-JOURNAL                 VALUE 'O'.
007800 77  B725-TROUVE-SW            PIC X(01) VALUE 'N'.
007900     88 B725-TROUVE                      VALUE 'O'.
008000 77  B725-HABIL-SW             PIC X(01) VALUE 'N'.
008100     88 B725-HABIL-OUVERT                VALUE 'O'.
008200 77  B725-NB-LUS               PIC 9(07) VALUE ZERO.
008300 77  B725-NB-RETENUS           PIC 9(07) VALUE ZERO.
008400 77  B725-NB-REFUS             PIC 9(07) VALUE ZERO.
008500 77  B725-NB-APPEL             PIC 9(03) COMP VALUE ZERO.
008600 77  B725-NB-APPEL-PERDUS      PIC 9(07) VALUE ZERO.
008700 77  B725-I                    PIC 9(03) COMP VALUE ZERO.
008710 77  B725-IS                   PIC 9(03) COMP VALUE ZERO.
008800 77  B725-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
008900 77  B725-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
009000 77  B725-MAX-APPEL            PIC 9(03) COMP VALUE 500.
009100 77  B725-DATE-PARM            PIC 9(08) VALUE ZERO.
009200 77  B725-DATE-JOUR            PIC 9(08) VALUE ZERO.
009300 01  B725-LIGNE-TRAV           PIC X(132) VALUE SPACES.
009400 01  B725-CARTE-PARM           PIC X(08) VALUE SPACES.
009500 01  B725-CARTE-PARM-9 REDEFINES B725-CARTE-PARM
009600                               PIC 9(08).
009700 01  B725-DATE-SYS.
009800     05 B725-DS-AAMMJJ         PIC 9(06).
009900******************************************************************
010000* TOTAUX PAR MOTIF DE REFUS (MEME ORDRE QUE LES COLONNES DE LA   *
010100* SECTION II : I, C, M, Q, B, PUIS MOTIF NON PRECISE)            *
010200******************************************************************
010300 01  B725-TOTAUX-MOTIFS.
010400     05 B725-TOT-MOTIF         PIC 9(07) OCCURS 6 TIMES.
010500 77  B725-RANG-MOTIF           PIC 9(01) VALUE ZERO.
010600 77  B725-MOTIF-COURANT        PIC X(01) VALUE SPACE.
010700 01  B725-LIBELLE-MOTIF        PIC X(30) VALUE SPACES.
010800******************************************************************
010900* CUMULS PAR APPELANT                                            *
011000******************************************************************
011100 01  B725-TB-APPELANTS.
011200     05 B725-TA-ENT            OCCURS 500 TIMES.
011300        10 B725-TA-CALLER      PIC X(08).
011400        10 B725-TA-CHANNEL     PIC X(03).
011500        10 B725-TA-NB          PIC 9(07) COMP.
011600        10 B725-TA-NB-MOTIF    PIC 9(07) COMP OCCURS 6 TIMES.
011700******************************************************************
011800* LIGNES D'EDITION                                               *
011900******************************************************************
012000 01  B725-LE-ENTETE1.
012100     05 FILLER                 PIC X(10) VALUE 'SOCB0725'.
012200     05 FILLER                 PIC X(35) VALUE
012300        'CTLM BANQUE - SERV0002'.
012400     05 FILLER                 PIC X(42) VALUE
012500        'APPELS REFUSES PAR LES HABILITATIONS'.
012600     05 FILLER                 PIC X(14) VALUE 'EDITE LE'.
012700     05 B725-LE-DATE-EDIT      PIC 9(08).
012800     05 FILLER                 PIC X(12) VALUE '      PAGE'.
012900     05 B725-LE-PAGE           PIC ZZ9.
013000     05 FILLER                 PIC X(08) VALUE SPACES.
013100 01  B725-LE-ENTETE2.
013200     05 FILLER                 PIC X(20) VALUE
013300        'JOURNEE EDITEE : '.
013400     05 B725-LE-JOURNEE        PIC X(08).
013500     05 FILLER                 PIC X(104) VALUE SPACES.
013600 01  B725-LE-TITRE-I.
013700     05 FILLER                 PIC X(132) VALUE
013800        'I. DETAIL DES APPELS REFUSES (CODE RETOUR 07)'.
013900 01  B725-LE-COL-I.
014000     05 FILLER                 PIC X(10) VALUE 'DATE'.
014100     05 FILLER                 PIC X(08) VALUE 'HEURE'.
014200     05 FILLER                 PIC X(10) VALUE 'APPELANT'.
014300     05 FILLER                 PIC X(06) VALUE 'CANAL'.
014400     05 FILLER                 PIC X(34) VALUE 'METHODE'.
014500     05 FILLER                 PIC X(64) VALUE 'MOTIF DU REFUS'.
014600 01  B725-LE-DET-I.
014700     05 B725-LI-DATE           PIC 9(08).
014800     05 FILLER                 PIC X(02) VALUE SPACES.
014900     05 B725-LI-HEURE          PIC 9(06).
015000     05 FILLER                 PIC X(02) VALUE SPACES.
015100     05 B725-LI-CALLER         PIC X(08).
015200     05 FILLER                 PIC X(02) VALUE SPACES.
015300     05 B725-LI-CHANNEL        PIC X(03).
015400     05 FILLER                 PIC X(03) VALUE SPACES.
015500     05 B725-LI-METHODE        PIC X(32).
015600     05 FILLER                 PIC X(02) VALUE SPACES.
015700     05 B725-LI-MOTIF          PIC X(01).
015800     05 FILLER                 PIC X(03) VALUE ' - '.
015900     05 B725-LI-LIBELLE        PIC X(30).
016000     05 FILLER                 PIC X(30) VALUE SPACES.
016100 01  B725-LE-TITRE-II.
016200     05 FILLER                 PIC X(132) VALUE
016300        'II. REFUS PAR APPELANT ET PAR MOTIF'.
016400 01  B725-LE-COL-II.
016500     05 FILLER                 PIC X(10) VALUE 'APPELANT'.
016600     05 FILLER                 PIC X(06) VALUE 'CANAL'.
016700     05 FILLER                 PIC X(32) VALUE
016800        'LIBELLE (SOCHABI)'.
016900     05 FILLER                 PIC X(09) VALUE '  REFUS'.
017000     05 FILLER                 PIC X(09) VALUE 'INCONNU'.
017100     05 FILLER                 PIC X(09) VALUE '  CANAL'.
017200     05 FILLER                 PIC X(09) VALUE 'METHODE'.
017300     05 FILLER                 PIC X(09) VALUE 'QUOTA AP'.
017400     05 FILLER                 PIC X(09) VALUE 'QUOTA BA'.
017500     05 FILLER                 PIC X(09) VALUE 'NON PREC'.
017600     05 FILLER                 PIC X(21) VALUE SPACES.
017700 01  B725-LE-DET-II.
017800     05 B725-LII-CALLER        PIC X(08).
017900     05 FILLER                 PIC X(02) VALUE SPACES.
018000     05 B725-LII-CHANNEL       PIC X(03).
018100     05 FILLER                 PIC X(03) VALUE SPACES.
018200     05 B725-LII-LIBELLE       PIC X(30).
018300     05 FILLER                 PIC X(02) VALUE SPACES.
018400     05 B725-LII-NB            PIC ZZZZZZ9.
018500     05 FILLER                 PIC X(02) VALUE SPACES.
018600     05 B725-LII-MOTIFS        OCCURS 6 TIMES.
018700        10 B725-LII-NB-MOTIF   PIC ZZZZZZ9.
018800        10 FILLER              PIC X(02) VALUE SPACES.
018900     05 FILLER                 PIC X(21) VALUE SPACES.
019000 01  B725-LE-TITRE-III.
019100     05 FILLER                 PIC X(132) VALUE
019200        'III. TOTAUX PAR MOTIF DE REFUS'.
019300 01  B725-LE-DET-III.
019400     05 FILLER                 PIC X(08) VALUE 'MOTIF'.
019500     05 B725-LIII-MOTIF        PIC X(01).
019600     05 FILLER                 PIC X(03) VALUE ' - '.
019700     05 B725-LIII-LIBELLE      PIC X(30).
019800     05 FILLER                 PIC X(03) VALUE ' : '.
019900     05 B725-LIII-NB           PIC ZZZZZZ9.
020000     05 FILLER                 PIC X(80) VALUE SPACES.
020100 01  B725-LE-NEANT.
020200     05 FILLER                 PIC X(132) VALUE
020300        '   NEANT'.
020400 01  B725-LE-PERDUS.
020500     05 FILLER                 PIC X(38) VALUE
020600        'ATTENTION - REFUS NON VENTILES : '.
020700     05 B725-LP-APPEL          PIC ZZZZZZ9.
020800     05 FILLER                 PIC X(13) VALUE ' (APPELANTS)'.
020900     05 FILLER                 PIC X(74) VALUE SPACES.
021000 01  B725-LE-TOTAL.
021100     05 FILLER                 PIC X(26) VALUE
021200        'TOTAL APPELS REFUSES : '.
021300     05 B725-LT-NB             PIC ZZZZZZ9.
021400     05 FILLER                 PIC X(12) VALUE '   SUR'.
021500     05 B725-LT-NB-RETENUS     PIC ZZZZZZ9.
021600     05 FILLER                 PIC X(16) VALUE ' APPELS RETENUS'.
021700     05 FILLER                 PIC X(64) VALUE SPACES.
021710******************************************************************
021720* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
021730******************************************************************
021740     COPY SOCC07SU.
021800 PROCEDURE DIVISION.
021900******************************************************************
022000* 0000 - ENCHAINEMENT GENERAL                                    *
022100******************************************************************
022200 0000-MAINLINE.
022210     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
022300     PERFORM 1000-INITIALISATION THRU 1000-EXIT
022400     PERFORM 2000-TRAITER-APPEL THRU 2000-EXIT
022500         UNTIL B725-FIN-JOURNAL
022600     PERFORM 3000-EDITER-SYNTHESE THRU 3000-EXIT
022700     PERFORM 4000-TERMINER THRU 4000-EXIT
022710     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
022800     GOBACK.
022900******************************************************************
023000* 1000 - INITIALISATION : CARTE PARAMETRE, OUVERTURES ET         *
023100*        ENTETES DE LA SECTION I                                 *
023200******************************************************************
023300 1000-INITIALISATION.
023400     ACCEPT B725-DATE-SYS FROM DATE
023500     COMPUTE B725-DATE-JOUR = 20000000 + B725-DS-AAMMJJ
023600     ACCEPT B725-CARTE-PARM
023700     IF B725-CARTE-PARM-9 NUMERIC
023800        MOVE B725-CARTE-PARM-9 TO B725-DATE-PARM
023900     ELSE
024000        MOVE ZERO TO B725-DATE-PARM
024100     END-IF
024200     OPEN INPUT FJOURNAL
024300     IF NOT B725-JOURNAL-OK
024400        DISPLAY 'SOCB0725 - OUVERTURE SOCJRNL KO FS='
024500                B725-FS-JOURNAL
024600        GO TO 9999-ABANDON
024700     END-IF
024800     OPEN OUTPUT FETAT
024900     IF NOT B725-ETAT-OK
025000        DISPLAY 'SOCB0725 - OUVERTURE ETAT0725 KO FS='
025100                B725-FS-ETAT
025200        GO TO 9999-ABANDON
025300     END-IF
025400     OPEN INPUT FHABIL
025500     IF B725-HABIL-OK
025600        MOVE 'O' TO B725-HABIL-SW
025700     ELSE
025800        DISPLAY 'SOCB0725 - OUVERTURE SOCHABI KO FS='
025900                B725-FS-HABIL ' - LIBELLES NON EDITES'
026000     END-IF
026100     MOVE ZERO TO B725-NB-APPEL
026200     MOVE ZERO TO B725-TOTAUX-MOTIFS
026300     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
026400     MOVE B725-LE-TITRE-I TO B725-LIGNE-ETAT
026500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
026600     MOVE B725-LE-COL-I TO B725-LIGNE-ETAT
026700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
026800     PERFORM 8100-LIRE-JOURNAL THRU 8100-EXIT.
026900 1000-EXIT.
027000     EXIT.
027100******************************************************************
027200* 2000 - TRAITEMENT D'UN APPEL DU JOURNAL : SEULS LES APPELS     *
027300*        REFUSES EN CODE RETOUR 07 SONT EDITES ET CUMULES        *
027400******************************************************************
027500 2000-TRAITER-APPEL.
027600     ADD 1 TO B725-NB-LUS
027700     IF B725-DATE-PARM NOT = ZERO
027800     AND SJRN-DATE NOT = B725-DATE-PARM
027900        GO TO 2000-SUITE
028000     END-IF
028100     ADD 1 TO B725-NB-RETENUS
028200     IF SJRN-RETURN-CD NOT = '07'
028300        GO TO 2000-SUITE
028400     END-IF
028500     ADD 1 TO B725-NB-REFUS
028600     MOVE SJRN-MOTIF-REFUS TO B725-MOTIF-COURANT
028700     PERFORM 2050-LIBELLER-MOTIF THRU 2050-EXIT
028800     ADD 1 TO B725-TOT-MOTIF (B725-RANG-MOTIF)
028900     PERFORM 2100-EDITER-REFUS THRU 2100-EXIT
029000     PERFORM 2200-CUMULER-APPELANT THRU 2200-EXIT.
029100 2000-SUITE.
029200     PERFORM 8100-LIRE-JOURNAL THRU 8100-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500******************************************************************
029600* 2050 - RANG ET LIBELLE DU MOTIF DE REFUS DE L'APPEL            *
029700******************************************************************
029800 2050-LIBELLER-MOTIF.
029900     EVALUATE B725-MOTIF-COURANT
030000         WHEN 'I'
030100              MOVE 1 TO B725-RANG-MOTIF
030200              MOVE 'APPELANT INCONNU OU SUSPENDU'
030300                TO B725-LIBELLE-MOTIF
030400         WHEN 'C'
030500              MOVE 2 TO B725-RANG-MOTIF
030600              MOVE 'CANAL NON HABILITE' TO B725-LIBELLE-MOTIF
030700         WHEN 'M'
030800              MOVE 3 TO B725-RANG-MOTIF
030900              MOVE 'METHODE NON HABILITEE' TO B725-LIBELLE-MOTIF
031000         WHEN 'Q'
031100              MOVE 4 TO B725-RANG-MOTIF
031200              MOVE 'QUOTA D''APPELS ATTEINT' TO B725-LIBELLE-MOTIF
031300         WHEN 'B'
031400              MOVE 5 TO B725-RANG-MOTIF
031500              MOVE 'QUOTA DE BALAYAGES ATTEINT'
031600                TO B725-LIBELLE-MOTIF
031700         WHEN OTHER
031800              MOVE 6 TO B725-RANG-MOTIF
031900              MOVE 'MOTIF NON PRECISE' TO B725-LIBELLE-MOTIF
032000     END-EVALUATE.
032100 2050-EXIT.
032200     EXIT.
032300******************************************************************
032400* 2100 - EDITION D'UN APPEL REFUSE (SECTION I)                   *
032500******************************************************************
032600 2100-EDITER-REFUS.
032700     MOVE SJRN-DATE            TO B725-LI-DATE
032800     MOVE SJRN-HEURE           TO B725-LI-HEURE
032900     MOVE SJRN-CALLER-ID       TO B725-LI-CALLER
033000     MOVE SJRN-CHANNEL-CD      TO B725-LI-CHANNEL
033100     MOVE SJRN-METHOD-CD       TO B725-LI-METHODE
033200     MOVE B725-MOTIF-COURANT   TO B725-LI-MOTIF
033300     MOVE B725-LIBELLE-MOTIF   TO B725-LI-LIBELLE
033400     MOVE B725-LE-DET-I TO B725-LIGNE-ETAT
033500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
033600 2100-EXIT.
033700     EXIT.
033800******************************************************************
033900* 2200 - CUMUL PAR APPELANT (IDENTITE + CANAL) ET PAR MOTIF      *
034000******************************************************************
034100 2200-CUMULER-APPELANT.
034200     MOVE 'N' TO B725-TROUVE-SW
034300     PERFORM 2210-CHERCHER-APPELANT THRU 2210-EXIT
034400         VARYING B725-IS FROM 1 BY 1
034500         UNTIL B725-IS > B725-NB-APPEL
034600            OR B725-TROUVE
034700     IF NOT B725-TROUVE
034800        IF B725-NB-APPEL = B725-MAX-APPEL
034900           ADD 1 TO B725-NB-APPEL-PERDUS
035000           GO TO 2200-EXIT
035100        END-IF
035200        ADD 1 TO B725-NB-APPEL
035300        MOVE B725-NB-APPEL TO B725-I
035400        MOVE SJRN-CALLER-ID TO B725-TA-CALLER (B725-I)
035500        MOVE SJRN-CHANNEL-CD TO B725-TA-CHANNEL (B725-I)
035600        MOVE ZERO TO B725-TA-NB (B725-I)
035700        MOVE ZERO TO B725-TA-NB-MOTIF (B725-I 1)
035800        MOVE ZERO TO B725-TA-NB-MOTIF (B725-I 2)
035900        MOVE ZERO TO B725-TA-NB-MOTIF (B725-I 3)
036000        MOVE ZERO TO B725-TA-NB-MOTIF (B725-I 4)
036100        MOVE ZERO TO B725-TA-NB-MOTIF (B725-I 5)
036200        MOVE ZERO TO B725-TA-NB-MOTIF (B725-I 6)
036300     END-IF
036400     ADD 1 TO B725-TA-NB (B725-I)
036500     ADD 1 TO B725-TA-NB-MOTIF (B725-I B725-RANG-MOTIF).
036600 2200-EXIT.
036700     EXIT.
036800 2210-CHERCHER-APPELANT.
036900     IF B725-TA-CALLER (B725-IS) = SJRN-CALLER-ID
037000     AND B725-TA-CHANNEL (B725-IS) = SJRN-CHANNEL-CD
037100        MOVE 'O' TO B725-TROUVE-SW
037200        MOVE B725-IS TO B725-I
037300     END-IF.
037400 2210-EXIT.
037500     EXIT.
037600******************************************************************
037700* 3000 - EDITION DES SECTIONS II ET III ET DES TOTAUX            *
037800******************************************************************
037900 3000-EDITER-SYNTHESE.
038000     IF B725-NB-REFUS = ZERO
038100        MOVE B725-LE-NEANT TO B725-LIGNE-ETAT
038200        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
038300     END-IF
038400     MOVE SPACES TO B725-LIGNE-ETAT
038500     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
038600     MOVE B725-LE-TITRE-II TO B725-LIGNE-ETAT
038700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
038800     MOVE B725-LE-COL-II TO B725-LIGNE-ETAT
038900     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
039000     IF B725-NB-APPEL = ZERO
039100        MOVE B725-LE-NEANT TO B725-LIGNE-ETAT
039200        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
039300     END-IF
039400     PERFORM 3200-EDITER-APPELANT THRU 3200-EXIT
039500         VARYING B725-I FROM 1 BY 1
039600         UNTIL B725-I > B725-NB-APPEL
039700     MOVE SPACES TO B725-LIGNE-ETAT
039800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
039900     MOVE B725-LE-TITRE-III TO B725-LIGNE-ETAT
040000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
040100     MOVE 'I' TO B725-MOTIF-COURANT
040200     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
040300     MOVE 'C' TO B725-MOTIF-COURANT
040400     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
040500     MOVE 'M' TO B725-MOTIF-COURANT
040600     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
040700     MOVE 'Q' TO B725-MOTIF-COURANT
040800     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
040900     MOVE 'B' TO B725-MOTIF-COURANT
041000     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
041100     MOVE SPACE TO B725-MOTIF-COURANT
041200     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
041300     MOVE SPACES TO B725-LIGNE-ETAT
041400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
041500     IF B725-NB-APPEL-PERDUS NOT = ZERO
041600        MOVE B725-NB-APPEL-PERDUS TO B725-LP-APPEL
041700        MOVE B725-LE-PERDUS TO B725-LIGNE-ETAT
041800        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
041900     END-IF
042000     MOVE B725-NB-REFUS TO B725-LT-NB
042100     MOVE B725-NB-RETENUS TO B725-LT-NB-RETENUS
042200     MOVE B725-LE-TOTAL TO B725-LIGNE-ETAT
042300     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
042400 3000-EXIT.
042500     EXIT.
042600******************************************************************
042700* 3200 - EDITION D'UNE LIGNE APPELANT, AVEC SON LIBELLE SOCHABI  *
042800******************************************************************
042900 3200-EDITER-APPELANT.
043000     MOVE B725-TA-CALLER (B725-I)  TO B725-LII-CALLER
043100     MOVE B725-TA-CHANNEL (B725-I) TO B725-LII-CHANNEL
043200     MOVE SPACES TO B725-LII-LIBELLE
043300     IF B725-HABIL-OUVERT
043400        MOVE B725-TA-CALLER (B725-I) TO SHAB-CALLER-ID
043500        READ FHABIL
043600        IF B725-FS-HABIL = '00'
043700           MOVE SHAB-LIBELLE TO B725-LII-LIBELLE
043800        ELSE
043900           MOVE '*** INCONNU DE SOCHABI ***' TO B725-LII-LIBELLE
044000        END-IF
044100     END-IF
044200     MOVE B725-TA-NB (B725-I) TO B725-LII-NB
044300     MOVE B725-TA-NB-MOTIF (B725-I 1) TO B725-LII-NB-MOTIF (1)
044400     MOVE B725-TA-NB-MOTIF (B725-I 2) TO B725-LII-NB-MOTIF (2)
044500     MOVE B725-TA-NB-MOTIF (B725-I 3) TO B725-LII-NB-MOTIF (3)
044600     MOVE B725-TA-NB-MOTIF (B725-I 4) TO B725-LII-NB-MOTIF (4)
044700     MOVE B725-TA-NB-MOTIF (B725-I 5) TO B725-LII-NB-MOTIF (5)
044800     MOVE B725-TA-NB-MOTIF (B725-I 6) TO B725-LII-NB-MOTIF (6)
044900     MOVE B725-LE-DET-II TO B725-LIGNE-ETAT
045000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
045100 3200-EXIT.
045200     EXIT.
045300******************************************************************
045400* 3300 - EDITION DU TOTAL D'UN MOTIF (MOTIF COURANT)             *
045500******************************************************************
045600 3300-EDITER-MOTIF.
045700     PERFORM 2050-LIBELLER-MOTIF THRU 2050-EXIT
045800     MOVE B725-MOTIF-COURANT TO B725-LIII-MOTIF
045900     MOVE B725-LIBELLE-MOTIF TO B725-LIII-LIBELLE
046000     MOVE B725-TOT-MOTIF (B725-RANG-MOTIF) TO B725-LIII-NB
046100     MOVE B725-LE-DET-III TO B725-LIGNE-ETAT
046200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
046300 3300-EXIT.
046400     EXIT.
046500******************************************************************
046600* 4000 - FIN DE TRAITEMENT                                       *
046700******************************************************************
046800 4000-TERMINER.
046900     CLOSE FJOURNAL
047000     CLOSE FETAT
047100     IF B725-HABIL-OUVERT
047200        CLOSE FHABIL
047300     END-IF
047400     DISPLAY 'SOCB0725 - APPELS LUS     : ' B725-NB-LUS
047500     DISPLAY 'SOCB0725 - APPELS RETENUS : ' B725-NB-RETENUS
047600     DISPLAY 'SOCB0725 - APPELS REFUSES : ' B725-NB-REFUS.
047700 4000-EXIT.
047800     EXIT.
047900******************************************************************
048000* 6100 - SAUT DE PAGE ET ENTETES                                 *
048100******************************************************************
048200 6100-SAUT-DE-PAGE.
048300     ADD 1 TO B725-PAGE-CPT
048400     MOVE B725-DATE-JOUR TO B725-LE-DATE-EDIT
048500     MOVE B725-PAGE-CPT TO B725-LE-PAGE
048600     MOVE B725-LE-ENTETE1 TO B725-LIGNE-ETAT
048700     WRITE B725-LIGNE-ETAT AFTER ADVANCING PAGE
048800     IF B725-DATE-PARM = ZERO
048900        MOVE 'TOUTES' TO B725-LE-JOURNEE
049000     ELSE
049100        MOVE B725-DATE-PARM TO B725-CARTE-PARM-9
049200        MOVE B725-CARTE-PARM TO B725-LE-JOURNEE
049300     END-IF
049400     MOVE B725-LE-ENTETE2 TO B725-LIGNE-ETAT
049500     WRITE B725-LIGNE-ETAT AFTER ADVANCING 1 LINE
049600     MOVE SPACES TO B725-LIGNE-ETAT
049700     WRITE B725-LIGNE-ETAT AFTER ADVANCING 1 LINE
049800     MOVE 3 TO B725-LIGNE-CPT.
049900 6100-EXIT.
050000     EXIT.
050100******************************************************************
050200* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
050300******************************************************************
050400 6200-ECRIRE-LIGNE.
050500*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
050600*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
050700     MOVE B725-LIGNE-ETAT TO B725-LIGNE-TRAV
050800     IF B725-LIGNE-CPT > 58
050900        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
051000        MOVE B725-LIGNE-TRAV TO B725-LIGNE-ETAT
051100     END-IF
051200     WRITE B725-LIGNE-ETAT AFTER ADVANCING 1 LINE
051300     ADD 1 TO B725-LIGNE-CPT.
051400 6200-EXIT.
051500     EXIT.
051600******************************************************************
051700* 8100 - LECTURE DU JOURNAL                                      *
051800******************************************************************
051900 8100-LIRE-JOURNAL.
052000     READ FJOURNAL
052100     EVALUATE TRUE
052200         WHEN B725-JOURNAL-OK
052300              CONTINUE
052400         WHEN B725-JOURNAL-FIN
052500              MOVE 'O' TO B725-FIN-SW
052600         WHEN OTHER
052700              DISPLAY 'SOCB0725 - LECTURE SOCJRNL KO FS='
052800                      B725-FS-JOURNAL
052900              GO TO 9999-ABANDON
053000     END-EVALUATE.
053100 8100-EXIT.
053200     EXIT.
053203******************************************************************
053206* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
053209******************************************************************
053212 9800-SUIVI-DEBUT.
053215     MOVE 'SOCB0725' TO SSUI-PROGRAMME
053218     MOVE 'D' TO SSUI-PHASE
053221     CALL 'SOCC0726' USING SSUI-ENREG.
053224 9800-EXIT.
053227     EXIT.
053230******************************************************************
053233* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
053236*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
053239*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
053242*        1 LUS / 2 RETENUS / 3 REFUS                             *
053245******************************************************************
053248 9810-SUIVI-FIN.
053251     MOVE 'F' TO SSUI-PHASE
053254     MOVE RETURN-CODE TO SSUI-RETURN-CODE
053257     MOVE 'LUS' TO SSUI-CPT-LIBELLE (1)
053260     MOVE B725-NB-LUS TO SSUI-CPT-VALEUR (1)
053263     MOVE 'RETENUS' TO SSUI-CPT-LIBELLE (2)
053266     MOVE B725-NB-RETENUS TO SSUI-CPT-VALEUR (2)
053269     MOVE 'REFUS' TO SSUI-CPT-LIBELLE (3)
053272     MOVE B725-NB-REFUS TO SSUI-CPT-VALEUR (3)
053275     CALL 'SOCC0726' USING SSUI-ENREG.
053278 9810-EXIT.
053281     EXIT.
053300******************************************************************
053400* 9999 - ABANDON DU TRAITEMENT                                   *
053500******************************************************************
053600 9999-ABANDON.
053700     DISPLAY 'SOCB0725 - ABANDON DU TRAITEMENT'
053800     MOVE 16 TO RETURN-CODE
053810     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
053900     STOP RUN.
