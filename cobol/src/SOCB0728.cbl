000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCB0728.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - CONTROLE D'ENTREE DES FICHIERS        *
000900*               CLIENTS DES DISTRIBUTEURS                        *
001000*----------------------------------------------------------------*
001100* GARDE-BARRIERE DU RAPPROCHEMENT NOCTURNE SOCB0714 : CONTROLE   *
001200* LE FICHIER DISTCLI TEL QUE RECU (SOCC07DC), SECTION PAR        *
001300* SECTION, CONTRE LE REGISTRE DES DISTRIBUTEURS SOCDISTR         *
001400* (SOCC07DR). POUR CHAQUE DISTRIBUTEUR RECU :                    *
001500*   - DISTRIBUTEUR INSCRIT ET ACTIF AU REGISTRE ;                *
001600*   - UNE SEULE SECTION, OUVERTE PAR UN ENTETE ET FERMEE PAR UNE *
001700*     FIN, SANS CLIENT HORS SECTION ;                            *
001800*   - NOMBRE DE CLIENTS ANNONCE PAR LA FIN EGAL AU NOMBRE RECU ; *
001900*   - DATE D'EXTRACTION VALIDE, NON FUTURE, NON ANTERIEURE A LA  *
002000*     DERNIERE LIVRAISON ACCEPTEE (REJEU D'UN ANCIEN FICHIER) ;  *
002100*   - CLIENTS : REFERENCE TRADEREXTREFID UNIQUE, DATE DE         *
002200*     NAISSANCE NUMERIQUE ET PLAUSIBLE (REGLE DE SOCB0709), NOM  *
002300*     NON BLANC ;                                                *
002400*   - VARIATION DU VOLUME CONTRE LA DERNIERE LIVRAISON ACCEPTEE  *
002500*     DANS LA TOLERANCE DU DISTRIBUTEUR (FICHIER TRONQUE OU      *
002600*     VIDE).                                                     *
002700* UN DISTRIBUTEUR EN ECHEC EST REJETE : SES CLIENTS SONT         *
002800* RETENUS ET LE RAPPROCHEMENT NE LE TRAITE PAS CETTE NUIT (PAS   *
002900* D'EXCEPTIONS DE TYPE N EN MASSE) ; LES AUTRES DISTRIBUTEURS    *
003000* PASSENT. LES DISTRIBUTEURS INSCRITS NON RECUS SONT SIGNALES    *
003100* ABSENTS (LIVRAISON QUOTIDIENNE) OU EN RETARD (AU-DELA DE LEUR  *
003200* FREQUENCE DE LIVRAISON).                                       *
003300*                                                                *
003400* SORTIES :                                                      *
003500*   DISTVALI : CLIENTS DES DISTRIBUTEURS ACCEPTES, SANS ENTETE   *
003600*              NI FIN, DOUBLONS DE REFERENCE ECARTES ; C'EST LE  *
003700*              FICHIER DISTCLI DU RAPPROCHEMENT SOCB0714 ;       *
003800*   DISTSTAT : STATUT DE CHAQUE DISTRIBUTEUR (SOCC07DS), LU PAR  *
003900*              SOCB0714 ;                                        *
004000*   SOCDISTR : ZONES DE SUIVI DU REGISTRE (DERNIERE RECEPTION,   *
004100*              DERNIER CONTROLE) ;                               *
004200*   ETAT0728 : ETAT DU CONTROLE.                                 *
004300*                                                                *
004400* CODE RETOUR 0 : TOUS LES FICHIERS ATTENDUS SONT ACCEPTES.      *
004500* CODE RETOUR 4 : DISTRIBUTEUR REJETE, INCONNU, ABSENT OU EN     *
004600*                 RETARD (LA CHAINE CONTINUE AVEC LES AUTRES).   *
004700* CODE RETOUR 16 : INCIDENT TECHNIQUE.                           *
004800*----------------------------------------------------------------*
004900* HISTORIQUE DES MODIFICATIONS                                   *
005000* --------------------------                                     *
005100* 15/10/2026 CRP CREATION - CONTROLE D'ENTREE DES FICHIERS       *
005200*                DISTRIBUTEURS AVANT RAPPROCHEMENT               *
005300*                (REPERE 2704DIST)                               *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. IBM-ENTERPRISE.
005800 OBJECT-COMPUTER. IBM-ENTERPRISE.
005900 SPECIAL-NAMES.
006000     DECIMAL-POINT IS COMMA.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300*   *** STOCK CLIENTS DES DISTRIBUTEURS, TEL QUE RECU
006400     SELECT FDISTRIB ASSIGN TO DISTCLI
006500            ORGANIZATION IS SEQUENTIAL
006600            FILE STATUS IS B728-FS-DISTRIB.
006700*   *** REGISTRE DES DISTRIBUTEURS (KSDS)
006800     SELECT FREGISTR ASSIGN TO SOCDISTR
006900            ORGANIZATION IS INDEXED
007000            ACCESS MODE IS DYNAMIC
007100            RECORD KEY IS SDIR-CREDITTRADERID
007200            FILE STATUS IS B728-FS-REGISTR.
007300*   *** CLIENTS TRIES (TRAVAIL)
007400     SELECT FDISTCTL ASSIGN TO DISTCTRL
007500            ORGANIZATION IS SEQUENTIAL
007600            FILE STATUS IS B728-FS-DISTCTL.
007700*   *** CLIENTS DES DISTRIBUTEURS ACCEPTES
007800     SELECT FDISTVAL ASSIGN TO DISTVALI
007900            ORGANIZATION IS SEQUENTIAL
008000            FILE STATUS IS B728-FS-DISTVAL.
008100*   *** STATUTS DES DISTRIBUTEURS DE LA NUIT
008200     SELECT FDISTSTA ASSIGN TO DISTSTAT
008300            ORGANIZATION IS SEQUENTIAL
008400            FILE STATUS IS B728-FS-DISTSTA.
008500*   *** ETAT EDITE
008600     SELECT FETAT ASSIGN TO ETAT0728
008700            ORGANIZATION IS SEQUENTIAL
008800            FILE STATUS IS B728-FS-ETAT.
008900*   *** FICHIERS DE TRI
009000     SELECT FTRI1 ASSIGN TO SORTWK01.
009100     SELECT FTRI2 ASSIGN TO SORTWK02.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  FDISTRIB
009500     BLOCK CONTAINS 0 RECORDS
009600     RECORD CONTAINS 150 CHARACTERS.
009700     COPY SOCC07DC.
009800 FD  FREGISTR
009900     RECORD CONTAINS 150 CHARACTERS.
010000     COPY SOCC07DR.
010100 FD  FDISTCTL
010200     BLOCK CONTAINS 0 RECORDS
010300     RECORD CONTAINS 150 CHARACTERS.
010400 01  B728-DISTCTL.
010500     05 B728-DC-CREDITTRADERID    PIC 9(11).
010600     05 B728-DC-TRADEREXTREFID    PIC X(20).
010700     05 FILLER                    PIC X(119).
010800 FD  FDISTVAL
010900     BLOCK CONTAINS 0 RECORDS
011000     RECORD CONTAINS 150 CHARACTERS.
011100 01  B728-DISTVAL                 PIC X(150).
011200 FD  FDISTSTA
011300     BLOCK CONTAINS 0 RECORDS
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  B728-DISTSTA                 PIC X(80).
011600 FD  FETAT
011700     BLOCK CONTAINS 0 RECORDS
011800     RECORD CONTAINS 132 CHARACTERS.
011900 01  B728-LIGNE-ETAT              PIC X(132).
012000 SD  FTRI1
012100     RECORD CONTAINS 150 CHARACTERS.
012200 01  TRI1-ENREG.
012300     05 TRI1-CLE.
012400        10 TRI1-CREDITTRADERID    PIC 9(11).
012500        10 TRI1-TRADEREXTREFID    PIC X(20).
012600     05 FILLER                    PIC X(119).
012700 SD  FTRI2
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  TRI2-ENREG.
013000     05 TRI2-CREDITTRADERID       PIC 9(11).
013100     05 FILLER                    PIC X(69).
013200 WORKING-STORAGE SECTION.
013300******************************************************************
013400* INDICATEURS ET COMPTEURS                                       *
013500******************************************************************
013600 77  B728-FS-DISTRIB           PIC X(02) VALUE SPACES.
013700     88 B728-DISTRIB-OK                  VALUE '00'.
013800     88 B728-DISTRIB-FIN                 VALUE '10'.
013900 77  B728-FS-REGISTR           PIC X(02) VALUE SPACES.
014000     88 B728-REGISTR-OK                  VALUE '00'.
014100     88 B728-REGISTR-FIN                 VALUE '10'.
014200     88 B728-REGISTR-INTROUVABLE         VALUE '23'.
014300 77  B728-FS-DISTCTL           PIC X(02) VALUE SPACES.
014400     88 B728-DISTCTL-OK                  VALUE '00'.
014500     88 B728-DISTCTL-FIN                 VALUE '10'.
014600 77  B728-FS-DISTVAL           PIC X(02) VALUE SPACES.
014700     88 B728-DISTVAL-OK                  VALUE '00'.
014800 77  B728-FS-DISTSTA           PIC X(02) VALUE SPACES.
014900     88 B728-DISTSTA-OK                  VALUE '00'.
015000 77  B728-FS-ETAT              PIC X(02) VALUE SPACES.
015100     88 B728-ETAT-OK                     VALUE '00'.
015200 77  B728-TRI-FIN-SW           PIC X(01) VALUE 'N'.
015300     88 B728-TRI-FIN                     VALUE 'O'.
015400 77  B728-TROUVE-SW            PIC X(01) VALUE 'N'.
015500     88 B728-TROUVE                      VALUE 'O'.
015600*   *** TOLERANCE PAR DEFAUT DE VARIATION DU VOLUME (EN POURCENT),
015700*   *** QUAND LE REGISTRE N'EN PORTE PAS
015800 77  B728-TOLERANCE-DEFAUT     PIC 9(03) VALUE 10.
015900*   *** NOMBRE D'ANOMALIES DE CLIENT (DOUBLON, NAISSANCE, NOM)
016000*   *** TOLEREES PAR DISTRIBUTEUR AVANT REJET DE SA SECTION
016100 77  B728-ANOMALIES-TOLEREES   PIC 9(07) VALUE ZERO.
016200 77  B728-MAX-DISTRIB          PIC 9(03) COMP VALUE 300.
016300 77  B728-NB-DISTRIB           PIC 9(03) COMP VALUE ZERO.
016400 77  B728-NB-RECUS-FICHIER     PIC 9(03) COMP VALUE ZERO.
016500 77  B728-D                    PIC 9(03) COMP VALUE ZERO.
016510 77  B728-DS                   PIC 9(03) COMP VALUE ZERO.
016600 77  B728-D-SECTION            PIC 9(03) COMP VALUE ZERO.
016700 77  B728-D-COURANT            PIC 9(03) COMP VALUE ZERO.
016800 77  B728-ID-CHERCHE           PIC 9(11) VALUE ZERO.
016900 77  B728-REF-PREC             PIC X(20) VALUE SPACES.
017000 77  B728-NB-LUS               PIC 9(09) VALUE ZERO.
017100 77  B728-NB-ILLISIBLES        PIC 9(07) VALUE ZERO.
017200 77  B728-NB-TRANSMIS          PIC 9(09) VALUE ZERO.
017300 77  B728-NB-ACCEPTES          PIC 9(05) VALUE ZERO.
017400 77  B728-NB-REJETES           PIC 9(05) VALUE ZERO.
017500 77  B728-NB-INCONNUS          PIC 9(05) VALUE ZERO.
017600 77  B728-NB-NON-RECUS         PIC 9(05) VALUE ZERO.
017700 77  B728-NB-MANQUANTS         PIC 9(05) VALUE ZERO.
017800 77  B728-NB-ALERTES           PIC 9(05) VALUE ZERO.
017900 77  B728-NB-ANOMALIES         PIC 9(07) VALUE ZERO.
018000 77  B728-TOLERANCE            PIC 9(03) VALUE ZERO.
018100 77  B728-ECART                PIC 9(09) VALUE ZERO.
018200 77  B728-INTERVALLE           PIC 9(03) VALUE ZERO.
018300 77  B728-JOURS                PIC 9(05) VALUE ZERO.
018400 77  B728-NAISS-MM             PIC 9(02) VALUE ZERO.
018500 77  B728-NAISS-JJ             PIC 9(02) VALUE ZERO.
018550 77  B728-NAISS-AAAAMM         PIC 9(06) VALUE ZERO.
018560 77  B728-NAISS-AAAA           PIC 9(04) VALUE ZERO.
018600 77  B728-LIGNE-CPT            PIC 9(02) COMP VALUE 99.
018700 77  B728-PAGE-CPT             PIC 9(03) COMP VALUE ZERO.
018800 77  B728-DATE-JOUR            PIC 9(08) VALUE ZERO.
018900 77  B728-JULIEN-JOUR          PIC S9(09) COMP VALUE ZERO.
019000 77  B728-HEURE-JOUR           PIC 9(06) VALUE ZERO.
019100 01  B728-LIGNE-TRAV           PIC X(132) VALUE SPACES.
019200 01  B728-DATE-SYS.
019300     05 B728-DS-AAMMJJ         PIC 9(06).
019400 01  B728-HEURE-SYS.
019500     05 B728-HS-HHMMSS         PIC 9(06).
019600     05 FILLER                 PIC 9(02).
019700******************************************************************
019800* CALENDRIER : CONVERSION DATE / JOUR JULIEN (ENTIERE)           *
019900******************************************************************
020000 77  B728-CAL-DATE             PIC 9(08) VALUE ZERO.
020100 77  B728-CAL-JULIEN           PIC S9(09) COMP VALUE ZERO.
020200 77  B728-CAL-AAAA             PIC S9(09) COMP VALUE ZERO.
020300 77  B728-CAL-MM               PIC S9(09) COMP VALUE ZERO.
020400 77  B728-CAL-JJ               PIC S9(09) COMP VALUE ZERO.
020500 77  B728-CAL-A                PIC S9(09) COMP VALUE ZERO.
020600 77  B728-CAL-Y                PIC S9(09) COMP VALUE ZERO.
020700 77  B728-CAL-M                PIC S9(09) COMP VALUE ZERO.
020800 77  B728-CAL-T1               PIC S9(09) COMP VALUE ZERO.
020900 77  B728-CAL-T2               PIC S9(09) COMP VALUE ZERO.
021000 77  B728-CAL-T3               PIC S9(09) COMP VALUE ZERO.
021100 77  B728-CAL-T4               PIC S9(09) COMP VALUE ZERO.
021200******************************************************************
021300* TABLE DES DISTRIBUTEURS DE LA NUIT : RECUS DANS LE FICHIER     *
021400* (ORDRE D'ARRIVEE), PUIS INSCRITS AU REGISTRE NON RECUS         *
021500******************************************************************
021600 01  B728-TB-DISTRIB.
021700     05 B728-TD-ENT            OCCURS 300 TIMES.
021800        10 B728-TD-ID          PIC 9(11).
021900        10 B728-TD-RESEAU      PIC X(30).
022000        10 B728-TD-FREQUENCE   PIC X(01).
022100*      *** R = RECU DANS LE FICHIER, I = INSCRIT NON RECU
022200        10 B728-TD-ORIGINE     PIC X(01).
022300           88 B728-TD-RECU               VALUE 'R'.
022400        10 B728-TD-NB-SECTIONS PIC 9(03) COMP.
022500        10 B728-TD-NB-SANS-FIN PIC 9(03) COMP.
022600        10 B728-TD-NB-FIN-SEULE PIC 9(03) COMP.
022700        10 B728-TD-DATE-EXTRACTION PIC X(08).
022800        10 B728-TD-DATE-EXTRACTION-9 REDEFINES
022900           B728-TD-DATE-EXTRACTION PIC 9(08).
023000        10 B728-TD-FIN-INVALIDE PIC X(01).
023100        10 B728-TD-NB-ANNONCES PIC 9(09).
023200        10 B728-TD-NB-RECUS    PIC 9(09).
023300        10 B728-TD-NB-HORS-SECTION PIC 9(07).
023400        10 B728-TD-NB-DOUBLONS PIC 9(07).
023500        10 B728-TD-NB-NAISS    PIC 9(07).
023600        10 B728-TD-NB-NOMS     PIC 9(07).
023700        10 B728-TD-EX-REF      PIC X(20).
023800        10 B728-TD-EX-MOTIF    PIC X(10).
023900        10 B728-TD-VOLUME-PREC PIC 9(09).
024000        10 B728-TD-ECART-PCT   PIC 9(05).
024100        10 B728-TD-NB-TRANSMIS PIC 9(09).
024200        10 B728-TD-DERN-RECEPTION PIC 9(08).
024300        10 B728-TD-JOURS       PIC 9(05).
024400        10 B728-TD-NB-NUITS    PIC 9(03).
024500        10 B728-TD-STATUT      PIC X(01).
024600           88 B728-TD-ACCEPTE            VALUE 'A'.
024700           88 B728-TD-REJETE             VALUE 'R'.
024800           88 B728-TD-NON-RECU           VALUE 'M'.
024900           88 B728-TD-INCONNU            VALUE 'X'.
025000        10 B728-TD-LIBELLE     PIC X(12).
025100        10 B728-TD-ALERTE      PIC X(01).
025200           88 B728-TD-EN-ALERTE          VALUE 'O'.
025300        10 B728-TD-MOTIF       PIC X(100).
025400******************************************************************
025500* ENREGISTREMENT DE STATUT EN PREPARATION                        *
025600******************************************************************
025700     COPY SOCC07DS.
025800******************************************************************
025900* LIGNES D'EDITION                                               *
026000******************************************************************
026100 01  B728-LE-ENTETE1.
026200     05 FILLER                 PIC X(10) VALUE 'SOCB0728'.
026300     05 FILLER                 PIC X(30) VALUE
026400        'CTLM BANQUE - SERV0002'.
026500     05 FILLER                 PIC X(46) VALUE
026600        'CONTROLE D''ENTREE DES FICHIERS DISTRIBUTEURS'.
026700     05 FILLER                 PIC X(11) VALUE '  EDITE LE'.
026800     05 B728-LE-DATE-EDIT      PIC 9(08).
026900     05 FILLER                 PIC X(12) VALUE '      PAGE'.
027000     05 B728-LE-PAGE           PIC ZZ9.
027100     05 FILLER                 PIC X(12) VALUE SPACES.
027200 01  B728-LE-TITRE-I.
027300     05 FILLER                 PIC X(132) VALUE
027400        'I. DISTRIBUTEURS RECUS CETTE NUIT'.
027500 01  B728-LE-TITRE-II.
027600     05 FILLER                 PIC X(132) VALUE
027700        'II. DISTRIBUTEURS INSCRITS NON RECUS'.
027800 01  B728-LE-COLONNES-I.
027900     05 FILLER                 PIC X(13) VALUE 'DISTRIB.'.
028000     05 FILLER                 PIC X(22) VALUE 'RESEAU'.
028100     05 FILLER                 PIC X(10) VALUE 'EXTRACT.'.
028200     05 FILLER                 PIC X(10) VALUE ' ANNONCES'.
028300     05 FILLER                 PIC X(10) VALUE '    RECUS'.
028400     05 FILLER                 PIC X(10) VALUE '  PRECED.'.
028500     05 FILLER                 PIC X(07) VALUE 'ECART%'.
028600     05 FILLER                 PIC X(08) VALUE ' DOUBL.'.
028700     05 FILLER                 PIC X(08) VALUE ' NAISS.'.
028800     05 FILLER                 PIC X(09) VALUE '   NOMS'.
028900     05 FILLER                 PIC X(25) VALUE 'STATUT'.
029000 01  B728-LE-DETAIL-I.
029100     05 B728-LD-ID             PIC 9(11).
029200     05 FILLER                 PIC X(02) VALUE SPACES.
029300     05 B728-LD-RESEAU         PIC X(20).
029400     05 FILLER                 PIC X(02) VALUE SPACES.
029500     05 B728-LD-EXTRACTION     PIC X(08).
029600     05 FILLER                 PIC X(02) VALUE SPACES.
029700     05 B728-LD-ANNONCES       PIC ZZZZZZZZ9.
029800     05 FILLER                 PIC X(01) VALUE SPACES.
029900     05 B728-LD-RECUS          PIC ZZZZZZZZ9.
030000     05 FILLER                 PIC X(01) VALUE SPACES.
030100     05 B728-LD-PRECED         PIC ZZZZZZZZ9.
030200     05 FILLER                 PIC X(01) VALUE SPACES.
030300     05 B728-LD-ECART          PIC X(06).
030400     05 FILLER                 PIC X(01) VALUE SPACES.
030500     05 B728-LD-DOUBLONS       PIC ZZZZZZ9.
030600     05 FILLER                 PIC X(01) VALUE SPACES.
030700     05 B728-LD-NAISS          PIC ZZZZZZ9.
030800     05 FILLER                 PIC X(01) VALUE SPACES.
030900     05 B728-LD-NOMS           PIC ZZZZZZ9.
031000     05 FILLER                 PIC X(02) VALUE SPACES.
031100     05 B728-LD-STATUT         PIC X(12).
031200     05 FILLER                 PIC X(12) VALUE SPACES.
031300 01  B728-LE-COLONNES-II.
031400     05 FILLER                 PIC X(13) VALUE 'DISTRIB.'.
031500     05 FILLER                 PIC X(22) VALUE 'RESEAU'.
031600     05 FILLER                 PIC X(14) VALUE 'FREQUENCE'.
031700     05 FILLER                 PIC X(10) VALUE 'DERN.RECU'.
031800     05 FILLER                 PIC X(07) VALUE 'JOURS'.
031900     05 FILLER                 PIC X(66) VALUE 'STATUT'.
032000 01  B728-LE-DETAIL-II.
032100     05 B728-LD2-ID            PIC 9(11).
032200     05 FILLER                 PIC X(02) VALUE SPACES.
032300     05 B728-LD2-RESEAU        PIC X(20).
032400     05 FILLER                 PIC X(02) VALUE SPACES.
032500     05 B728-LD2-FREQUENCE     PIC X(12).
032600     05 FILLER                 PIC X(02) VALUE SPACES.
032700     05 B728-LD2-DERN          PIC X(08).
032800     05 FILLER                 PIC X(02) VALUE SPACES.
032900     05 B728-LD2-JOURS         PIC X(05).
033000     05 FILLER                 PIC X(02) VALUE SPACES.
033100     05 B728-LD2-STATUT        PIC X(12).
033200     05 FILLER                 PIC X(54) VALUE SPACES.
033300 01  B728-LE-MOTIF.
033400     05 FILLER                 PIC X(13) VALUE SPACES.
033500     05 B728-LM-ALERTE         PIC X(04).
033600     05 B728-LM-TEXTE          PIC X(100).
033700     05 FILLER                 PIC X(15) VALUE SPACES.
033800 01  B728-ED-JOURS             PIC ZZZZ9.
033900 01  B728-ED-ECART             PIC ZZZZ9.
034000 01  B728-LE-NEANT.
034100     05 FILLER                 PIC X(132) VALUE '   NEANT'.
034200 01  B728-LE-SEPARATION        PIC X(132) VALUE SPACES.
034300 01  B728-LE-TOTAL.
034400     05 B728-LT-LIBELLE        PIC X(36).
034500     05 B728-LT-NB             PIC ZZZZZZZZ9.
034600     05 FILLER                 PIC X(87) VALUE SPACES.
034700 01  B728-LE-VERDICT.
034800     05 FILLER                 PIC X(10) VALUE 'VERDICT : '.
034900     05 B728-LV-LIBELLE        PIC X(70).
035000     05 FILLER                 PIC X(52) VALUE SPACES.
035100******************************************************************
035200* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
035300******************************************************************
035400     COPY SOCC07SU.
035500 PROCEDURE DIVISION.
035600******************************************************************
035700* 0000 - ENCHAINEMENT : CONTROLE DES SECTIONS ET TRI, DECISION   *
035800*        PAR DISTRIBUTEUR, DISTRIBUTEURS NON RECUS, SORTIES      *
035900******************************************************************
036000 0000-MAINLINE.
036100     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
036200     PERFORM 1000-INITIALISATION THRU 1000-EXIT
036300     SORT FTRI1
036400          ON ASCENDING KEY TRI1-CLE
036500          INPUT PROCEDURE IS 1500-CONTROLER-SECTIONS
036600                          THRU 1590-CONTROLER-FIN
036700          OUTPUT PROCEDURE IS 2000-COMPTER-DOUBLONS
036800                          THRU 2090-COMPTER-FIN
036900     IF SORT-RETURN NOT = ZERO
037000        DISPLAY 'SOCB0728 - TRI DES CLIENTS EN ANOMALIE'
037100        GO TO 9999-ABANDON
037200     END-IF
037300     MOVE B728-NB-DISTRIB TO B728-NB-RECUS-FICHIER
037400     PERFORM 2200-DECIDER THRU 2200-EXIT
037500         VARYING B728-D FROM 1 BY 1
037600         UNTIL B728-D > B728-NB-RECUS-FICHIER
037700     PERFORM 2400-RECHERCHER-NON-RECUS THRU 2400-EXIT
037800     CLOSE FREGISTR
037900     PERFORM 2600-ECRIRE-ACCEPTES THRU 2600-EXIT
038000     SORT FTRI2
038100          ON ASCENDING KEY TRI2-CREDITTRADERID
038200          INPUT PROCEDURE IS 2800-ECRIRE-STATUTS
038300                          THRU 2890-STATUTS-FIN
038400          GIVING FDISTSTA
038500     IF SORT-RETURN NOT = ZERO
038600        DISPLAY 'SOCB0728 - TRI DES STATUTS EN ANOMALIE'
038700        GO TO 9999-ABANDON
038800     END-IF
038900     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
039000     PERFORM 4000-TERMINER THRU 4000-EXIT
039100     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
039200     GOBACK.
039300******************************************************************
039400* 1000 - INITIALISATION                                          *
039500******************************************************************
039600 1000-INITIALISATION.
039700     ACCEPT B728-DATE-SYS FROM DATE
039800     COMPUTE B728-DATE-JOUR = 20000000 + B728-DS-AAMMJJ
039900     ACCEPT B728-HEURE-SYS FROM TIME
040000     MOVE B728-HS-HHMMSS TO B728-HEURE-JOUR
040100     MOVE B728-DATE-JOUR TO B728-CAL-DATE
040200     PERFORM 7500-DATE-VERS-JULIEN THRU 7500-EXIT
040300     MOVE B728-CAL-JULIEN TO B728-JULIEN-JOUR
040400     OPEN I-O FREGISTR
040500     IF NOT B728-REGISTR-OK
040600        DISPLAY 'SOCB0728 - OUVERTURE SOCDISTR KO FS='
040700                B728-FS-REGISTR
040800        GO TO 9999-ABANDON
040900     END-IF.
041000 1000-EXIT.
041100     EXIT.
041200******************************************************************
041300* 1500 - PROCEDURE D'ENTREE DU TRI : CONTROLE DE LA STRUCTURE    *
041400*        DES SECTIONS ET DES CLIENTS, DANS L'ORDRE DU FICHIER.   *
041500*        SEULS LES CLIENTS PASSENT AU TRI                        *
041600******************************************************************
041700 1500-CONTROLER-SECTIONS.
041800     OPEN INPUT FDISTRIB
041900     IF NOT B728-DISTRIB-OK
042000        DISPLAY 'SOCB0728 - OUVERTURE DISTCLI KO FS='
042100                B728-FS-DISTRIB
042200        GO TO 9999-ABANDON
042300     END-IF
042400     MOVE ZERO TO B728-D-SECTION
042500     PERFORM 1510-LIRE-CONTROLER THRU 1510-EXIT
042600         UNTIL B728-DISTRIB-FIN
042700*    SECTION ENCORE OUVERTE EN FIN DE FICHIER : FIN ABSENTE
042800     IF B728-D-SECTION NOT = ZERO
042900        ADD 1 TO B728-TD-NB-SANS-FIN (B728-D-SECTION)
043000     END-IF
043100     CLOSE FDISTRIB
043200     GO TO 1590-CONTROLER-FIN.
043300 1510-LIRE-CONTROLER.
043400     READ FDISTRIB
043500     IF B728-DISTRIB-FIN
043600        GO TO 1510-EXIT
043700     END-IF
043800     IF NOT B728-DISTRIB-OK
043900        DISPLAY 'SOCB0728 - LECTURE DISTCLI KO FS='
044000                B728-FS-DISTRIB
044100        GO TO 9999-ABANDON
044200     END-IF
044300     ADD 1 TO B728-NB-LUS
044400     IF SDCL-CREDITTRADERID NOT NUMERIC
044500        ADD 1 TO B728-NB-ILLISIBLES
044600        GO TO 1510-EXIT
044700     END-IF
044800     EVALUATE TRUE
044900         WHEN SDCL-TYPE-ENTETE
045000              PERFORM 1520-OUVRIR-SECTION THRU 1520-EXIT
045100         WHEN SDCL-TYPE-FIN
045200              PERFORM 1530-FERMER-SECTION THRU 1530-EXIT
045300         WHEN SDCL-TYPE-CLIENT
045400              PERFORM 1540-CONTROLER-CLIENT THRU 1540-EXIT
045500         WHEN OTHER
045600              ADD 1 TO B728-NB-ILLISIBLES
045700     END-EVALUATE.
045800 1510-EXIT.
045900     EXIT.
046000******************************************************************
046100* 1520 - ENTETE : OUVERTURE DE LA SECTION D'UN DISTRIBUTEUR      *
046200******************************************************************
046300 1520-OUVRIR-SECTION.
046400     IF B728-D-SECTION NOT = ZERO
046500        ADD 1 TO B728-TD-NB-SANS-FIN (B728-D-SECTION)
046600     END-IF
046700     MOVE SDCL-CREDITTRADERID TO B728-ID-CHERCHE
046800     PERFORM 1600-RETENIR-DISTRIBUTEUR THRU 1600-EXIT
046900     MOVE B728-D TO B728-D-SECTION
047000     ADD 1 TO B728-TD-NB-SECTIONS (B728-D)
047100     MOVE SDCL-EN-DATE-EXTRACTION
047200       TO B728-TD-DATE-EXTRACTION (B728-D).
047300 1520-EXIT.
047400     EXIT.
047500******************************************************************
047600* 1530 - FIN : FERMETURE DE LA SECTION ET NOMBRE ANNONCE         *
047700******************************************************************
047800 1530-FERMER-SECTION.
047900     IF B728-D-SECTION = ZERO
048000     OR SDCL-CREDITTRADERID NOT = B728-TD-ID (B728-D-SECTION)
048100        MOVE SDCL-CREDITTRADERID TO B728-ID-CHERCHE
048200        PERFORM 1600-RETENIR-DISTRIBUTEUR THRU 1600-EXIT
048300        ADD 1 TO B728-TD-NB-FIN-SEULE (B728-D)
048400        GO TO 1530-EXIT
048500     END-IF
048600     IF SDCL-FI-NB-CLIENTS NUMERIC
048700        ADD SDCL-FI-NB-CLIENTS
048800         TO B728-TD-NB-ANNONCES (B728-D-SECTION)
048900     ELSE
049000        MOVE 'O' TO B728-TD-FIN-INVALIDE (B728-D-SECTION)
049100     END-IF
049200     MOVE ZERO TO B728-D-SECTION.
049300 1530-EXIT.
049400     EXIT.
049500******************************************************************
049600* 1540 - CLIENT : APPARTENANCE A LA SECTION OUVERTE, DATE DE     *
049700*        NAISSANCE ET NOM. LES CLIENTS HORS SECTION NE SONT PAS  *
049800*        TRANSMIS                                                *
049900******************************************************************
050000 1540-CONTROLER-CLIENT.
050100     IF B728-D-SECTION = ZERO
050200     OR SDCL-CREDITTRADERID NOT = B728-TD-ID (B728-D-SECTION)
050300        MOVE SDCL-CREDITTRADERID TO B728-ID-CHERCHE
050400        PERFORM 1600-RETENIR-DISTRIBUTEUR THRU 1600-EXIT
050500        ADD 1 TO B728-TD-NB-HORS-SECTION (B728-D)
050600        GO TO 1540-EXIT
050700     END-IF
050800     MOVE B728-D-SECTION TO B728-D
050900     ADD 1 TO B728-TD-NB-RECUS (B728-D)
051000     PERFORM 1550-CONTROLER-NAISSANCE THRU 1550-EXIT
051100     IF SDCL-NOM = SPACES
051200        ADD 1 TO B728-TD-NB-NOMS (B728-D)
051300        IF B728-TD-EX-REF (B728-D) = SPACES
051400           MOVE SDCL-TRADEREXTREFID TO B728-TD-EX-REF (B728-D)
051500           MOVE 'NOM VIDE' TO B728-TD-EX-MOTIF (B728-D)
051600        END-IF
051700     END-IF
051800     RELEASE TRI1-ENREG FROM SDCL-ENREG.
051900 1540-EXIT.
052000     EXIT.
052100******************************************************************
052200* 1550 - DATE DE NAISSANCE : NUMERIQUE ET PLAUSIBLE (ENTRE 1900  *
052300*        ET LA DATE DU JOUR, MOIS ET JOUR DANS LEURS DOMAINES)   *
052400******************************************************************
052500 1550-CONTROLER-NAISSANCE.
052600     IF SDCL-BIRTHDT NOT NUMERIC
052700        PERFORM 1560-REJET-NAISSANCE THRU 1560-EXIT
052800        GO TO 1550-EXIT
052900     END-IF
053000     IF SDCL-BIRTHDT < 19000101
053100     OR SDCL-BIRTHDT > B728-DATE-JOUR
053200        PERFORM 1560-REJET-NAISSANCE THRU 1560-EXIT
053300        GO TO 1550-EXIT
053400     END-IF
053500     DIVIDE SDCL-BIRTHDT BY 100 GIVING B728-NAISS-AAAAMM
053600            REMAINDER B728-NAISS-JJ
053700     DIVIDE B728-NAISS-AAAAMM BY 100 GIVING B728-NAISS-AAAA
053800            REMAINDER B728-NAISS-MM
054000     IF B728-NAISS-MM < 1 OR B728-NAISS-MM > 12
054100     OR B728-NAISS-JJ < 1 OR B728-NAISS-JJ > 31
054200        PERFORM 1560-REJET-NAISSANCE THRU 1560-EXIT
054300     END-IF.
054400 1550-EXIT.
054500     EXIT.
054600 1560-REJET-NAISSANCE.
054700     ADD 1 TO B728-TD-NB-NAISS (B728-D)
054800     IF B728-TD-EX-REF (B728-D) = SPACES
054900        MOVE SDCL-TRADEREXTREFID TO B728-TD-EX-REF (B728-D)
055000        MOVE 'NAISSANCE' TO B728-TD-EX-MOTIF (B728-D)
055100     END-IF.
055200 1560-EXIT.
055300     EXIT.
055400 1590-CONTROLER-FIN.
055500     EXIT.
055600******************************************************************
055700* 1600 - POSTE DU DISTRIBUTEUR B728-ID-CHERCHE DANS LA TABLE,    *
055800*        CREE S'IL N'Y EST PAS ENCORE. SORTIE : B728-D           *
055900******************************************************************
056000 1600-RETENIR-DISTRIBUTEUR.
056100     PERFORM 1610-CHERCHER-DISTRIBUTEUR THRU 1610-EXIT
056200     IF B728-TROUVE
056300        GO TO 1600-EXIT
056400     END-IF
056500     IF B728-NB-DISTRIB = B728-MAX-DISTRIB
056600        DISPLAY 'SOCB0728 - TABLE DES DISTRIBUTEURS PLEINE ('
056700                B728-MAX-DISTRIB ')'
056800        GO TO 9999-ABANDON
056900     END-IF
057000     ADD 1 TO B728-NB-DISTRIB
057100     MOVE B728-NB-DISTRIB TO B728-D
057200     MOVE B728-ID-CHERCHE TO B728-TD-ID (B728-D)
057300     MOVE SPACES TO B728-TD-RESEAU (B728-D)
057400     MOVE SPACE TO B728-TD-FREQUENCE (B728-D)
057500     MOVE 'R' TO B728-TD-ORIGINE (B728-D)
057600     MOVE ZERO TO B728-TD-NB-SECTIONS (B728-D)
057700     MOVE ZERO TO B728-TD-NB-SANS-FIN (B728-D)
057800     MOVE ZERO TO B728-TD-NB-FIN-SEULE (B728-D)
057900     MOVE SPACES TO B728-TD-DATE-EXTRACTION (B728-D)
058000     MOVE 'N' TO B728-TD-FIN-INVALIDE (B728-D)
058100     MOVE ZERO TO B728-TD-NB-ANNONCES (B728-D)
058200     MOVE ZERO TO B728-TD-NB-RECUS (B728-D)
058300     MOVE ZERO TO B728-TD-NB-HORS-SECTION (B728-D)
058400     MOVE ZERO TO B728-TD-NB-DOUBLONS (B728-D)
058500     MOVE ZERO TO B728-TD-NB-NAISS (B728-D)
058600     MOVE ZERO TO B728-TD-NB-NOMS (B728-D)
058700     MOVE SPACES TO B728-TD-EX-REF (B728-D)
058800     MOVE SPACES TO B728-TD-EX-MOTIF (B728-D)
058900     MOVE ZERO TO B728-TD-VOLUME-PREC (B728-D)
059000     MOVE ZERO TO B728-TD-ECART-PCT (B728-D)
059100     MOVE ZERO TO B728-TD-NB-TRANSMIS (B728-D)
059200     MOVE ZERO TO B728-TD-DERN-RECEPTION (B728-D)
059300     MOVE ZERO TO B728-TD-JOURS (B728-D)
059400     MOVE ZERO TO B728-TD-NB-NUITS (B728-D)
059500     MOVE 'A' TO B728-TD-STATUT (B728-D)
059600     MOVE SPACES TO B728-TD-LIBELLE (B728-D)
059700     MOVE 'N' TO B728-TD-ALERTE (B728-D)
059800     MOVE SPACES TO B728-TD-MOTIF (B728-D).
059900 1600-EXIT.
060000     EXIT.
060100******************************************************************
060200* 1610 - RECHERCHE SEULE DU DISTRIBUTEUR B728-ID-CHERCHE         *
060300*        SORTIE : B728-TROUVE-SW, B728-D                         *
060400******************************************************************
060500 1610-CHERCHER-DISTRIBUTEUR.
060600     MOVE 'N' TO B728-TROUVE-SW
060700     PERFORM 1620-COMPARER-DISTRIBUTEUR THRU 1620-EXIT
060800         VARYING B728-DS FROM 1 BY 1
060900         UNTIL B728-DS > B728-NB-DISTRIB
061000            OR B728-TROUVE.
061100 1610-EXIT.
061200     EXIT.
061300 1620-COMPARER-DISTRIBUTEUR.
061400     IF B728-TD-ID (B728-DS) = B728-ID-CHERCHE
061500        MOVE 'O' TO B728-TROUVE-SW
061600        MOVE B728-DS TO B728-D
061700     END-IF.
061800 1620-EXIT.
061900     EXIT.
062000******************************************************************
062100* 2000 - PROCEDURE DE SORTIE DU TRI : DOUBLONS DE REFERENCE PAR  *
062200*        DISTRIBUTEUR ; LES CLIENTS TRIES SONT CONSERVES DANS LE *
062300*        FICHIER DE TRAVAIL DISTCTRL                             *
062400******************************************************************
062500 2000-COMPTER-DOUBLONS.
062600     OPEN OUTPUT FDISTCTL
062700     IF NOT B728-DISTCTL-OK
062800        DISPLAY 'SOCB0728 - OUVERTURE DISTCTRL KO FS='
062900                B728-FS-DISTCTL
063000        GO TO 9999-ABANDON
063100     END-IF
063200     MOVE ZERO TO B728-D-COURANT
063300     MOVE 'N' TO B728-TRI-FIN-SW
063400     PERFORM 2100-TRAITER-RETOUR THRU 2100-EXIT
063500         UNTIL B728-TRI-FIN
063600     CLOSE FDISTCTL
063700     GO TO 2090-COMPTER-FIN.
063800 2000-EXIT.
063900     EXIT.
064000 2090-COMPTER-FIN.
064100     EXIT.
064200 2100-TRAITER-RETOUR.
064300     RETURN FTRI1
064400         AT END
064500              MOVE 'O' TO B728-TRI-FIN-SW
064600         NOT AT END
064700              PERFORM 2110-NOTER-CLIENT THRU 2110-EXIT
064800     END-RETURN.
064900 2100-EXIT.
065000     EXIT.
065100 2110-NOTER-CLIENT.
065200     IF B728-D-COURANT = ZERO
065300     OR TRI1-CREDITTRADERID NOT = B728-TD-ID (B728-D-COURANT)
065400        MOVE TRI1-CREDITTRADERID TO B728-ID-CHERCHE
065500        PERFORM 1610-CHERCHER-DISTRIBUTEUR THRU 1610-EXIT
065600        MOVE B728-D TO B728-D-COURANT
065700        MOVE LOW-VALUES TO B728-REF-PREC
065800     END-IF
065900     IF TRI1-TRADEREXTREFID = B728-REF-PREC
066000        ADD 1 TO B728-TD-NB-DOUBLONS (B728-D-COURANT)
066100        IF B728-TD-EX-REF (B728-D-COURANT) = SPACES
066200           MOVE TRI1-TRADEREXTREFID
066300             TO B728-TD-EX-REF (B728-D-COURANT)
066400           MOVE 'DOUBLON' TO B728-TD-EX-MOTIF (B728-D-COURANT)
066500        END-IF
066600     END-IF
066700     MOVE TRI1-TRADEREXTREFID TO B728-REF-PREC
066800     WRITE B728-DISTCTL FROM TRI1-ENREG
066900     IF NOT B728-DISTCTL-OK
067000        DISPLAY 'SOCB0728 - ECRITURE DISTCTRL KO FS='
067100                B728-FS-DISTCTL
067200        GO TO 9999-ABANDON
067300     END-IF.
067400 2110-EXIT.
067500     EXIT.
067600******************************************************************
067700* 2200 - DECISION POUR UN DISTRIBUTEUR RECU : REGISTRE,          *
067800*        STRUCTURE, CLIENTS, VOLUME. LE PREMIER MOTIF DE REJET   *
067900*        RENCONTRE EST EDITE                                     *
068000******************************************************************
068100 2200-DECIDER.
068200     MOVE B728-TD-ID (B728-D) TO SDIR-CREDITTRADERID
068300     READ FREGISTR
068400     IF B728-REGISTR-INTROUVABLE
068500        MOVE 'X' TO B728-TD-STATUT (B728-D)
068600        MOVE 'INCONNU' TO B728-TD-LIBELLE (B728-D)
068700        MOVE 'DISTRIBUTEUR NON INSCRIT - DONNEES RETENUES'
068800          TO B728-TD-MOTIF (B728-D)
068900        GO TO 2200-ALERTE
069000     END-IF
069100     IF NOT B728-REGISTR-OK
069200        DISPLAY 'SOCB0728 - LECTURE SOCDISTR KO FS='
069300                B728-FS-REGISTR
069400        GO TO 9999-ABANDON
069500     END-IF
069600     MOVE SDIR-RESEAU TO B728-TD-RESEAU (B728-D)
069700     MOVE SDIR-FREQUENCE TO B728-TD-FREQUENCE (B728-D)
069800     IF SDIR-DERN-VOLUME NUMERIC
069900        MOVE SDIR-DERN-VOLUME TO B728-TD-VOLUME-PREC (B728-D)
070000     END-IF
070100     IF NOT SDIR-ACTIVE
070200        MOVE 'X' TO B728-TD-STATUT (B728-D)
070300        MOVE 'SUSPENDU' TO B728-TD-LIBELLE (B728-D)
070400        MOVE 'DISTRIBUTEUR SUSPENDU - DONNEES RETENUES'
070500          TO B728-TD-MOTIF (B728-D)
070600        GO TO 2200-ALERTE
070700     END-IF
070800     PERFORM 2210-CONTROLER-SECTION THRU 2210-EXIT
070900     IF B728-TD-MOTIF (B728-D) = SPACES
071000        MOVE 'A' TO B728-TD-STATUT (B728-D)
071100        MOVE 'ACCEPTE' TO B728-TD-LIBELLE (B728-D)
071200     ELSE
071300        MOVE 'R' TO B728-TD-STATUT (B728-D)
071400        MOVE 'REJETE' TO B728-TD-LIBELLE (B728-D)
071500     END-IF
071600     PERFORM 2290-METTRE-A-JOUR-REGISTRE THRU 2290-EXIT
071700     IF B728-TD-ACCEPTE (B728-D)
071800        GO TO 2200-EXIT
071900     END-IF.
072000 2200-ALERTE.
072100     MOVE 'O' TO B728-TD-ALERTE (B728-D).
072200 2200-EXIT.
072300     EXIT.
072400******************************************************************
072500* 2210 - CONTROLES D'UNE SECTION ; B728-TD-MOTIF RESTE A BLANC   *
072600*        SI LA SECTION EST ACCEPTEE                              *
072700******************************************************************
072800 2210-CONTROLER-SECTION.
072900     IF B728-TD-NB-SECTIONS (B728-D) = ZERO
073000        MOVE 'CLIENTS SANS ENREGISTREMENT ENTETE'
073100          TO B728-TD-MOTIF (B728-D)
073200        GO TO 2210-EXIT
073300     END-IF
073400     IF B728-TD-NB-SECTIONS (B728-D) > 1
073500        MOVE 'PLUSIEURS SECTIONS POUR LE MEME DISTRIBUTEUR'
073600          TO B728-TD-MOTIF (B728-D)
073700        GO TO 2210-EXIT
073800     END-IF
073900     IF B728-TD-NB-SANS-FIN (B728-D) > ZERO
074000        MOVE 'SECTION SANS ENREGISTREMENT FIN (FICHIER TRONQUE ?)'
074100          TO B728-TD-MOTIF (B728-D)
074200        GO TO 2210-EXIT
074300     END-IF
074400     IF B728-TD-NB-FIN-SEULE (B728-D) > ZERO
074500        MOVE 'ENREGISTREMENT FIN HORS DE SA SECTION'
074600          TO B728-TD-MOTIF (B728-D)
074700        GO TO 2210-EXIT
074800     END-IF
074900     IF B728-TD-NB-HORS-SECTION (B728-D) > ZERO
075000        MOVE SPACES TO B728-TD-MOTIF (B728-D)
075100        STRING 'CLIENTS HORS DE LA SECTION DU DISTRIBUTEUR : '
075200               B728-TD-NB-HORS-SECTION (B728-D)
075300               DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
075400        GO TO 2210-EXIT
075500     END-IF
075600     IF B728-TD-FIN-INVALIDE (B728-D) = 'O'
075700        MOVE 'NOMBRE DE CLIENTS DE LA FIN NON NUMERIQUE'
075800          TO B728-TD-MOTIF (B728-D)
075900        GO TO 2210-EXIT
076000     END-IF
076100     IF B728-TD-NB-ANNONCES (B728-D)
076200        NOT = B728-TD-NB-RECUS (B728-D)
076300        MOVE SPACES TO B728-TD-MOTIF (B728-D)
076400        STRING 'CLIENTS ANNONCES PAR LA FIN '
076500               B728-TD-NB-ANNONCES (B728-D)
076600               ' / CLIENTS RECUS ' B728-TD-NB-RECUS (B728-D)
076700               DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
076800        GO TO 2210-EXIT
076900     END-IF
077000     PERFORM 2220-CONTROLER-EXTRACTION THRU 2220-EXIT
077100     IF B728-TD-MOTIF (B728-D) NOT = SPACES
077200        GO TO 2210-EXIT
077300     END-IF
077400     COMPUTE B728-NB-ANOMALIES = B728-TD-NB-DOUBLONS (B728-D)
077500                               + B728-TD-NB-NAISS (B728-D)
077600                               + B728-TD-NB-NOMS (B728-D)
077700     IF B728-NB-ANOMALIES > B728-ANOMALIES-TOLEREES
077800        MOVE SPACES TO B728-TD-MOTIF (B728-D)
077900        STRING 'ANOMALIES CLIENT ' B728-NB-ANOMALIES
078000               ' (TOLEREES ' B728-ANOMALIES-TOLEREES
078100               ') - EX. ' B728-TD-EX-MOTIF (B728-D)
078200               ' REF ' B728-TD-EX-REF (B728-D)
078300               DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
078400        GO TO 2210-EXIT
078500     END-IF
078600     PERFORM 2230-CONTROLER-VOLUME THRU 2230-EXIT.
078700 2210-EXIT.
078800     EXIT.
078900******************************************************************
079000* 2220 - DATE D'EXTRACTION : VALIDE, NON FUTURE, ET POSTERIEURE  *
079100*        A CELLE DE LA DERNIERE LIVRAISON ACCEPTEE. LA MEME DATE *
079200*        N'EST ADMISE QUE POUR UNE RELANCE DU CONTROLE LE JOUR   *
079300*        MEME DE SON ACCEPTATION                                 *
079400******************************************************************
079500 2220-CONTROLER-EXTRACTION.
079600     IF B728-TD-DATE-EXTRACTION-9 (B728-D) NOT NUMERIC
079700     OR B728-TD-DATE-EXTRACTION-9 (B728-D) < 19000101
079800     OR B728-TD-DATE-EXTRACTION-9 (B728-D) > B728-DATE-JOUR
079900        MOVE SPACES TO B728-TD-MOTIF (B728-D)
080000        STRING 'DATE D''EXTRACTION DE L''ENTETE INVALIDE : '
080100               B728-TD-DATE-EXTRACTION (B728-D)
080200               DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
080300        GO TO 2220-EXIT
080400     END-IF
080500     IF SDIR-DERN-EXTRACTION NOT NUMERIC
080600        GO TO 2220-EXIT
080700     END-IF
080800     IF B728-TD-DATE-EXTRACTION-9 (B728-D) < SDIR-DERN-EXTRACTION
080900     OR (B728-TD-DATE-EXTRACTION-9 (B728-D) = SDIR-DERN-EXTRACTION
081000         AND SDIR-DERN-RECEPTION NOT = B728-DATE-JOUR)
081100        MOVE SPACES TO B728-TD-MOTIF (B728-D)
081200        STRING 'EXTRACTION DU ' B728-TD-DATE-EXTRACTION (B728-D)
081300               ' DEJA RECUE OU ANTERIEURE (DERNIERE ACCEPTEE : '
081400               SDIR-DERN-EXTRACTION ')'
081500               DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
081600     END-IF.
081700 2220-EXIT.
081800     EXIT.
081900******************************************************************
082000* 2230 - VARIATION DU VOLUME CONTRE LA DERNIERE LIVRAISON        *
082100*        ACCEPTEE (SANS OBJET A LA PREMIERE LIVRAISON)           *
082200******************************************************************
082300 2230-CONTROLER-VOLUME.
082400     IF B728-TD-VOLUME-PREC (B728-D) = ZERO
082500        GO TO 2230-EXIT
082600     END-IF
082700     IF B728-TD-NB-RECUS (B728-D) > B728-TD-VOLUME-PREC (B728-D)
082800        COMPUTE B728-ECART = B728-TD-NB-RECUS (B728-D)
082900                           - B728-TD-VOLUME-PREC (B728-D)
083000     ELSE
083100        COMPUTE B728-ECART = B728-TD-VOLUME-PREC (B728-D)
083200                           - B728-TD-NB-RECUS (B728-D)
083300     END-IF
083400     IF B728-ECART / B728-TD-VOLUME-PREC (B728-D) > 999
083500        MOVE 99999 TO B728-TD-ECART-PCT (B728-D)
083600     ELSE
083700        COMPUTE B728-TD-ECART-PCT (B728-D) =
083800                (B728-ECART * 100) / B728-TD-VOLUME-PREC (B728-D)
083900     END-IF
084000     IF SDIR-TOLERANCE-PCT NUMERIC
084100     AND SDIR-TOLERANCE-PCT > ZERO
084200        MOVE SDIR-TOLERANCE-PCT TO B728-TOLERANCE
084300     ELSE
084400        MOVE B728-TOLERANCE-DEFAUT TO B728-TOLERANCE
084500     END-IF
084600     IF B728-TD-ECART-PCT (B728-D) > B728-TOLERANCE
084700        MOVE SPACES TO B728-TD-MOTIF (B728-D)
084800        STRING 'VOLUME ' B728-TD-NB-RECUS (B728-D)
084900               ' / PRECEDENT ' B728-TD-VOLUME-PREC (B728-D)
085000               ' ECART ' B728-TD-ECART-PCT (B728-D)
085100               ' PCT (TOLERANCE ' B728-TOLERANCE ' PCT)'
085200               DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
085300     END-IF.
085400 2230-EXIT.
085500     EXIT.
085600******************************************************************
085700* 2290 - ZONES DE SUIVI DU REGISTRE. UNE LIVRAISON ACCEPTEE      *
085800*        DEVIENT LA REFERENCE DU CONTROLE SUIVANT ; UNE RELANCE  *
085900*        LE MEME JOUR NE DECOMPTE PAS UNE NUIT DE PLUS           *
086000******************************************************************
086100 2290-METTRE-A-JOUR-REGISTRE.
086200     IF SDIR-NB-NUITS-RETENU NOT NUMERIC
086300        MOVE ZERO TO SDIR-NB-NUITS-RETENU
086400     END-IF
086500     IF B728-TD-ACCEPTE (B728-D)
086600        MOVE B728-DATE-JOUR TO SDIR-DERN-RECEPTION
086700        MOVE B728-TD-DATE-EXTRACTION-9 (B728-D)
086800          TO SDIR-DERN-EXTRACTION
086900        MOVE B728-TD-NB-RECUS (B728-D) TO SDIR-DERN-VOLUME
087000        MOVE ZERO TO SDIR-NB-NUITS-RETENU
087100     ELSE
087200        IF SDIR-DERN-CONTROLE NOT = B728-DATE-JOUR
087300        AND SDIR-NB-NUITS-RETENU < 999
087400           ADD 1 TO SDIR-NB-NUITS-RETENU
087500        END-IF
087600     END-IF
087700     MOVE SDIR-NB-NUITS-RETENU TO B728-TD-NB-NUITS (B728-D)
087800     MOVE B728-DATE-JOUR TO SDIR-DERN-CONTROLE
087900     MOVE B728-TD-STATUT (B728-D) TO SDIR-DERN-STATUT
088000     MOVE 'SOCB0728' TO SDIR-MAJ-USER
088100     MOVE B728-DATE-JOUR TO SDIR-MAJ-DATE
088200     MOVE B728-HEURE-JOUR TO SDIR-MAJ-HEURE
088300     REWRITE SDIR-ENREG
088400     IF NOT B728-REGISTR-OK
088500        DISPLAY 'SOCB0728 - REECRITURE SOCDISTR KO FS='
088600                B728-FS-REGISTR
088700        GO TO 9999-ABANDON
088800     END-IF.
088900 2290-EXIT.
089000     EXIT.
089100******************************************************************
089200* 2400 - DISTRIBUTEURS INSCRITS ET ACTIFS NON RECUS CETTE NUIT : *
089300*        ABSENTS (LIVRAISON QUOTIDIENNE), EN RETARD (AU-DELA DE  *
089400*        LEUR FREQUENCE) OU NON ATTENDUS                         *
089500******************************************************************
089600 2400-RECHERCHER-NON-RECUS.
089700     MOVE ZERO TO SDIR-CREDITTRADERID
089800     START FREGISTR KEY IS NOT LESS THAN SDIR-CREDITTRADERID
089900     IF B728-REGISTR-INTROUVABLE
090000        GO TO 2400-EXIT
090100     END-IF
090200     IF NOT B728-REGISTR-OK
090300        DISPLAY 'SOCB0728 - POSITIONNEMENT SOCDISTR KO FS='
090400                B728-FS-REGISTR
090500        GO TO 9999-ABANDON
090600     END-IF
090700     PERFORM 2410-LIRE-REGISTRE THRU 2410-EXIT
090800         UNTIL B728-REGISTR-FIN.
090900 2400-EXIT.
091000     EXIT.
091100 2410-LIRE-REGISTRE.
091200     READ FREGISTR NEXT RECORD
091300     IF B728-REGISTR-FIN
091400        GO TO 2410-EXIT
091500     END-IF
091600     IF NOT B728-REGISTR-OK
091700        DISPLAY 'SOCB0728 - LECTURE SOCDISTR KO FS='
091800                B728-FS-REGISTR
091900        GO TO 9999-ABANDON
092000     END-IF
092100     IF NOT SDIR-ACTIVE
092200        GO TO 2410-EXIT
092300     END-IF
092400     MOVE SDIR-CREDITTRADERID TO B728-ID-CHERCHE
092500     PERFORM 1610-CHERCHER-DISTRIBUTEUR THRU 1610-EXIT
092600     IF B728-TROUVE
092700        GO TO 2410-EXIT
092800     END-IF
092900     PERFORM 1600-RETENIR-DISTRIBUTEUR THRU 1600-EXIT
093000     ADD 1 TO B728-NB-NON-RECUS
093100     MOVE 'I' TO B728-TD-ORIGINE (B728-D)
093200     MOVE 'M' TO B728-TD-STATUT (B728-D)
093300     MOVE SDIR-RESEAU TO B728-TD-RESEAU (B728-D)
093400     MOVE SDIR-FREQUENCE TO B728-TD-FREQUENCE (B728-D)
093500     PERFORM 2420-EVALUER-RETARD THRU 2420-EXIT
093600     IF SDIR-NB-NUITS-RETENU NOT NUMERIC
093700        MOVE ZERO TO SDIR-NB-NUITS-RETENU
093800     END-IF
093900     IF SDIR-DERN-CONTROLE NOT = B728-DATE-JOUR
094000     AND SDIR-NB-NUITS-RETENU < 999
094100        ADD 1 TO SDIR-NB-NUITS-RETENU
094200     END-IF
094300     MOVE SDIR-NB-NUITS-RETENU TO B728-TD-NB-NUITS (B728-D)
094400     MOVE B728-DATE-JOUR TO SDIR-DERN-CONTROLE
094500     MOVE 'M' TO SDIR-DERN-STATUT
094600     MOVE 'SOCB0728' TO SDIR-MAJ-USER
094700     MOVE B728-DATE-JOUR TO SDIR-MAJ-DATE
094800     MOVE B728-HEURE-JOUR TO SDIR-MAJ-HEURE
094900     REWRITE SDIR-ENREG
095000     IF NOT B728-REGISTR-OK
095100        DISPLAY 'SOCB0728 - REECRITURE SOCDISTR KO FS='
095200                B728-FS-REGISTR
095300        GO TO 9999-ABANDON
095400     END-IF.
095500 2410-EXIT.
095600     EXIT.
095700******************************************************************
095800* 2420 - ANCIENNETE DE LA DERNIERE LIVRAISON ACCEPTEE CONTRE LA  *
095900*        FREQUENCE ATTENDUE (1, 7 OU 31 JOURS)                   *
096000******************************************************************
096100 2420-EVALUER-RETARD.
096200     EVALUATE TRUE
096300         WHEN SDIR-HEBDOMADAIRE
096400              MOVE 7 TO B728-INTERVALLE
096500         WHEN SDIR-MENSUELLE
096600              MOVE 31 TO B728-INTERVALLE
096700         WHEN OTHER
096800              MOVE 1 TO B728-INTERVALLE
096900     END-EVALUATE
097000     IF SDIR-DERN-RECEPTION NOT NUMERIC
097100     OR SDIR-DERN-RECEPTION = ZERO
097200        MOVE ZERO TO B728-TD-DERN-RECEPTION (B728-D)
097300        MOVE 99999 TO B728-TD-JOURS (B728-D)
097400        MOVE 'JAMAIS RECU' TO B728-TD-LIBELLE (B728-D)
097500        MOVE 'AUCUNE LIVRAISON ACCEPTEE DEPUIS L''INSCRIPTION'
097600          TO B728-TD-MOTIF (B728-D)
097700        MOVE 'O' TO B728-TD-ALERTE (B728-D)
097800        GO TO 2420-EXIT
097900     END-IF
098000     MOVE SDIR-DERN-RECEPTION TO B728-TD-DERN-RECEPTION (B728-D)
098100     MOVE SDIR-DERN-RECEPTION TO B728-CAL-DATE
098200     PERFORM 7500-DATE-VERS-JULIEN THRU 7500-EXIT
098300     IF B728-JULIEN-JOUR - B728-CAL-JULIEN > 99999
098400        MOVE 99999 TO B728-TD-JOURS (B728-D)
098500     ELSE
098600        COMPUTE B728-TD-JOURS (B728-D) =
098700                B728-JULIEN-JOUR - B728-CAL-JULIEN
098800     END-IF
098900     MOVE B728-TD-JOURS (B728-D) TO B728-JOURS
099000     EVALUATE TRUE
099100         WHEN B728-INTERVALLE = 1
099200              MOVE 'ABSENT' TO B728-TD-LIBELLE (B728-D)
099300              MOVE 'O' TO B728-TD-ALERTE (B728-D)
099400              MOVE SPACES TO B728-TD-MOTIF (B728-D)
099500              STRING 'LIVRAISON QUOTIDIENNE NON RECUE - DERNIERE'
099600                     ' ACCEPTEE IL Y A ' B728-JOURS ' JOUR(S)'
099700                     DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
099800         WHEN B728-JOURS > B728-INTERVALLE
099900              MOVE 'EN RETARD' TO B728-TD-LIBELLE (B728-D)
100000              MOVE 'O' TO B728-TD-ALERTE (B728-D)
100100              MOVE SPACES TO B728-TD-MOTIF (B728-D)
100200              STRING 'DERNIERE LIVRAISON ACCEPTEE IL Y A '
100300                     B728-JOURS ' JOUR(S), FREQUENCE '
100400                     B728-INTERVALLE ' JOUR(S)'
100500                     DELIMITED BY SIZE INTO B728-TD-MOTIF (B728-D)
100600         WHEN OTHER
100700              MOVE 'NON ATTENDU' TO B728-TD-LIBELLE (B728-D)
100800     END-EVALUATE.
100900 2420-EXIT.
101000     EXIT.
101100******************************************************************
101200* 2600 - CLIENTS DES DISTRIBUTEURS ACCEPTES VERS DISTVALI, SANS  *
101300*        LES REPETITIONS D'UNE MEME REFERENCE                    *
101400******************************************************************
101500 2600-ECRIRE-ACCEPTES.
101600     OPEN INPUT FDISTCTL
101700     IF NOT B728-DISTCTL-OK
101800        DISPLAY 'SOCB0728 - OUVERTURE DISTCTRL KO FS='
101900                B728-FS-DISTCTL
102000        GO TO 9999-ABANDON
102100     END-IF
102200     OPEN OUTPUT FDISTVAL
102300     IF NOT B728-DISTVAL-OK
102400        DISPLAY 'SOCB0728 - OUVERTURE DISTVALI KO FS='
102500                B728-FS-DISTVAL
102600        GO TO 9999-ABANDON
102700     END-IF
102800     MOVE ZERO TO B728-D-COURANT
102900     PERFORM 2610-TRANSMETTRE-CLIENT THRU 2610-EXIT
103000         UNTIL B728-DISTCTL-FIN
103100     CLOSE FDISTCTL
103200     CLOSE FDISTVAL.
103300 2600-EXIT.
103400     EXIT.
103500 2610-TRANSMETTRE-CLIENT.
103600     READ FDISTCTL
103700     IF B728-DISTCTL-FIN
103800        GO TO 2610-EXIT
103900     END-IF
104000     IF NOT B728-DISTCTL-OK
104100        DISPLAY 'SOCB0728 - LECTURE DISTCTRL KO FS='
104200                B728-FS-DISTCTL
104300        GO TO 9999-ABANDON
104400     END-IF
104500     IF B728-D-COURANT = ZERO
104600     OR B728-DC-CREDITTRADERID NOT = B728-TD-ID (B728-D-COURANT)
104700        MOVE B728-DC-CREDITTRADERID TO B728-ID-CHERCHE
104800        PERFORM 1610-CHERCHER-DISTRIBUTEUR THRU 1610-EXIT
104900        MOVE B728-D TO B728-D-COURANT
105000        MOVE LOW-VALUES TO B728-REF-PREC
105100     END-IF
105200     IF NOT B728-TD-ACCEPTE (B728-D-COURANT)
105300     OR B728-DC-TRADEREXTREFID = B728-REF-PREC
105400        GO TO 2610-EXIT
105500     END-IF
105600     MOVE B728-DC-TRADEREXTREFID TO B728-REF-PREC
105700     WRITE B728-DISTVAL FROM B728-DISTCTL
105800     IF NOT B728-DISTVAL-OK
105900        DISPLAY 'SOCB0728 - ECRITURE DISTVALI KO FS='
106000                B728-FS-DISTVAL
106100        GO TO 9999-ABANDON
106200     END-IF
106300     ADD 1 TO B728-TD-NB-TRANSMIS (B728-D-COURANT)
106400     ADD 1 TO B728-NB-TRANSMIS.
106500 2610-EXIT.
106600     EXIT.
106700******************************************************************
106800* 2800 - PROCEDURE D'ENTREE DU TRI DES STATUTS : UN STATUT PAR   *
106900*        DISTRIBUTEUR DE LA TABLE                                *
107000******************************************************************
107100 2800-ECRIRE-STATUTS.
107200     PERFORM 2810-LIBERER-STATUT THRU 2810-EXIT
107300         VARYING B728-D FROM 1 BY 1
107400         UNTIL B728-D > B728-NB-DISTRIB
107500     GO TO 2890-STATUTS-FIN.
107600 2810-LIBERER-STATUT.
107700     MOVE SPACES TO SDST-ENREG
107800     MOVE B728-TD-ID (B728-D) TO SDST-CREDITTRADERID
107900     MOVE B728-TD-STATUT (B728-D) TO SDST-STATUT
108000     MOVE B728-DATE-JOUR TO SDST-DATE-CONTROLE
108100     MOVE B728-TD-NB-TRANSMIS (B728-D) TO SDST-NB-TRANSMIS
108200     MOVE B728-TD-MOTIF (B728-D) TO SDST-MOTIF
108300     RELEASE TRI2-ENREG FROM SDST-ENREG.
108400 2810-EXIT.
108500     EXIT.
108600 2890-STATUTS-FIN.
108700     EXIT.
108800******************************************************************
108900* 3000 - EDITION : DISTRIBUTEURS RECUS, DISTRIBUTEURS NON RECUS  *
109000******************************************************************
109100 3000-EDITER-ETAT.
109200     OPEN OUTPUT FETAT
109300     IF NOT B728-ETAT-OK
109400        DISPLAY 'SOCB0728 - OUVERTURE ETAT0728 KO FS='
109500                B728-FS-ETAT
109600        GO TO 9999-ABANDON
109700     END-IF
109800     PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
109900     MOVE B728-LE-TITRE-I TO B728-LIGNE-ETAT
110000     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
110100     IF B728-NB-RECUS-FICHIER = ZERO
110200        MOVE B728-LE-NEANT TO B728-LIGNE-ETAT
110300        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
110400     ELSE
110500        MOVE B728-LE-COLONNES-I TO B728-LIGNE-ETAT
110600        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
110700        PERFORM 3100-EDITER-RECU THRU 3100-EXIT
110800            VARYING B728-D FROM 1 BY 1
110900            UNTIL B728-D > B728-NB-RECUS-FICHIER
111000     END-IF
111100     MOVE B728-LE-SEPARATION TO B728-LIGNE-ETAT
111200     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
111300     MOVE B728-LE-TITRE-II TO B728-LIGNE-ETAT
111400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
111500     IF B728-NB-NON-RECUS = ZERO
111600        MOVE B728-LE-NEANT TO B728-LIGNE-ETAT
111700        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
111800     ELSE
111900        MOVE B728-LE-COLONNES-II TO B728-LIGNE-ETAT
112000        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
112100        COMPUTE B728-D = B728-NB-RECUS-FICHIER + 1
112200        PERFORM 3200-EDITER-NON-RECU THRU 3200-EXIT
112300            VARYING B728-D FROM B728-D BY 1
112400            UNTIL B728-D > B728-NB-DISTRIB
112500     END-IF.
112600 3000-EXIT.
112700     EXIT.
112800******************************************************************
112900* 3100 - UN DISTRIBUTEUR RECU ET, SI BESOIN, LE MOTIF DU REJET   *
113000******************************************************************
113100 3100-EDITER-RECU.
113200     EVALUATE TRUE
113300         WHEN B728-TD-ACCEPTE (B728-D)
113400              ADD 1 TO B728-NB-ACCEPTES
113500         WHEN B728-TD-REJETE (B728-D)
113600              ADD 1 TO B728-NB-REJETES
113700         WHEN OTHER
113800              ADD 1 TO B728-NB-INCONNUS
113900     END-EVALUATE
114000     MOVE B728-TD-ID (B728-D) TO B728-LD-ID
114100     MOVE B728-TD-RESEAU (B728-D) TO B728-LD-RESEAU
114200     MOVE B728-TD-DATE-EXTRACTION (B728-D) TO B728-LD-EXTRACTION
114300     MOVE B728-TD-NB-ANNONCES (B728-D) TO B728-LD-ANNONCES
114400     MOVE B728-TD-NB-RECUS (B728-D) TO B728-LD-RECUS
114500     MOVE B728-TD-VOLUME-PREC (B728-D) TO B728-LD-PRECED
114600     IF B728-TD-VOLUME-PREC (B728-D) = ZERO
114700        MOVE SPACES TO B728-LD-ECART
114800     ELSE
114900        MOVE B728-TD-ECART-PCT (B728-D) TO B728-ED-ECART
115000        MOVE B728-ED-ECART TO B728-LD-ECART
115100     END-IF
115200     MOVE B728-TD-NB-DOUBLONS (B728-D) TO B728-LD-DOUBLONS
115300     MOVE B728-TD-NB-NAISS (B728-D) TO B728-LD-NAISS
115400     MOVE B728-TD-NB-NOMS (B728-D) TO B728-LD-NOMS
115500     MOVE B728-TD-LIBELLE (B728-D) TO B728-LD-STATUT
115600     MOVE B728-LE-DETAIL-I TO B728-LIGNE-ETAT
115700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
115800     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT
115900     IF B728-TD-REJETE (B728-D)
116000     AND B728-TD-NB-NUITS (B728-D) > 1
116100        MOVE SPACES TO B728-LM-ALERTE
116200        MOVE SPACES TO B728-LM-TEXTE
116300        STRING '    DONNEES RETENUES DEPUIS '
116400               B728-TD-NB-NUITS (B728-D) ' NUITS CONSECUTIVES'
116500               DELIMITED BY SIZE INTO B728-LM-TEXTE
116600        MOVE B728-LE-MOTIF TO B728-LIGNE-ETAT
116700        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
116800     END-IF.
116900 3100-EXIT.
117000     EXIT.
117100******************************************************************
117200* 3200 - UN DISTRIBUTEUR INSCRIT NON RECU                        *
117300******************************************************************
117400 3200-EDITER-NON-RECU.
117500     IF B728-TD-EN-ALERTE (B728-D)
117600        ADD 1 TO B728-NB-MANQUANTS
117700     END-IF
117800     MOVE B728-TD-ID (B728-D) TO B728-LD2-ID
117900     MOVE B728-TD-RESEAU (B728-D) TO B728-LD2-RESEAU
118000     EVALUATE B728-TD-FREQUENCE (B728-D)
118100         WHEN 'H'
118200              MOVE 'HEBDOMADAIRE' TO B728-LD2-FREQUENCE
118300         WHEN 'M'
118400              MOVE 'MENSUELLE' TO B728-LD2-FREQUENCE
118500         WHEN OTHER
118600              MOVE 'QUOTIDIENNE' TO B728-LD2-FREQUENCE
118700     END-EVALUATE
118800     IF B728-TD-DERN-RECEPTION (B728-D) = ZERO
118900        MOVE SPACES TO B728-LD2-DERN
119000        MOVE SPACES TO B728-LD2-JOURS
119100     ELSE
119200        MOVE B728-TD-DERN-RECEPTION (B728-D) TO B728-LD2-DERN
119300        MOVE B728-TD-JOURS (B728-D) TO B728-ED-JOURS
119400        MOVE B728-ED-JOURS TO B728-LD2-JOURS
119500     END-IF
119600     MOVE B728-TD-LIBELLE (B728-D) TO B728-LD2-STATUT
119700     MOVE B728-LE-DETAIL-II TO B728-LIGNE-ETAT
119800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
119900     PERFORM 3300-EDITER-MOTIF THRU 3300-EXIT.
120000 3200-EXIT.
120100     EXIT.
120200******************************************************************
120300* 3300 - LIGNE DE MOTIF, MARQUEE *** QUAND ELLE SIGNALE UNE      *
120400*        ALERTE                                                  *
120500******************************************************************
120600 3300-EDITER-MOTIF.
120700     IF B728-TD-MOTIF (B728-D) = SPACES
120800        GO TO 3300-EXIT
120900     END-IF
121000     IF B728-TD-EN-ALERTE (B728-D)
121100        ADD 1 TO B728-NB-ALERTES
121200        MOVE '*** ' TO B728-LM-ALERTE
121300     ELSE
121400        MOVE SPACES TO B728-LM-ALERTE
121500     END-IF
121600     MOVE B728-TD-MOTIF (B728-D) TO B728-LM-TEXTE
121700     MOVE B728-LE-MOTIF TO B728-LIGNE-ETAT
121800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
121900 3300-EXIT.
122000     EXIT.
122100******************************************************************
122200* 4000 - TOTAUX, VERDICT ET CODE RETOUR                          *
122300******************************************************************
122400 4000-TERMINER.
122500     MOVE B728-LE-SEPARATION TO B728-LIGNE-ETAT
122600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
122700     MOVE 'DISTRIBUTEURS RECUS .............. :'
122800       TO B728-LT-LIBELLE
122900     MOVE B728-NB-RECUS-FICHIER TO B728-LT-NB
123000     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
123100     MOVE '  DONT ACCEPTES .................. :'
123200       TO B728-LT-LIBELLE
123300     MOVE B728-NB-ACCEPTES TO B728-LT-NB
123400     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
123500     MOVE '  DONT REJETES (DONNEES RETENUES)  :'
123600       TO B728-LT-LIBELLE
123700     MOVE B728-NB-REJETES TO B728-LT-NB
123800     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
123900     MOVE '  DONT INCONNUS OU SUSPENDUS ..... :'
124000       TO B728-LT-LIBELLE
124100     MOVE B728-NB-INCONNUS TO B728-LT-NB
124200     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
124300     MOVE 'DISTRIBUTEURS INSCRITS NON RECUS . :'
124400       TO B728-LT-LIBELLE
124500     MOVE B728-NB-NON-RECUS TO B728-LT-NB
124600     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
124700     MOVE '  DONT ABSENTS OU EN RETARD ...... :'
124800       TO B728-LT-LIBELLE
124900     MOVE B728-NB-MANQUANTS TO B728-LT-NB
125000     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
125100     MOVE 'ENREGISTREMENTS LUS (DISTCLI) .... :'
125200       TO B728-LT-LIBELLE
125300     MOVE B728-NB-LUS TO B728-LT-NB
125400     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
125500     MOVE 'ENREGISTREMENTS ILLISIBLES ....... :'
125600       TO B728-LT-LIBELLE
125700     MOVE B728-NB-ILLISIBLES TO B728-LT-NB
125800     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
125900     MOVE 'CLIENTS TRANSMIS AU RAPPROCHEMENT  :'
126000       TO B728-LT-LIBELLE
126100     MOVE B728-NB-TRANSMIS TO B728-LT-NB
126200     PERFORM 4100-EDITER-TOTAL THRU 4100-EXIT
126300     IF B728-NB-ILLISIBLES NOT = ZERO
126400        ADD 1 TO B728-NB-ALERTES
126500     END-IF
126600     MOVE B728-LE-SEPARATION TO B728-LIGNE-ETAT
126700     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
126800     IF B728-NB-ALERTES = ZERO
126900        MOVE 'TOUS LES FICHIERS ATTENDUS SONT ACCEPTES'
127000          TO B728-LV-LIBELLE
127100     ELSE
127200        MOVE 'FICHIERS RETENUS OU MANQUANTS - VOIR LES LIGNES ***'
127300          TO B728-LV-LIBELLE
127400     END-IF
127500     MOVE B728-LE-VERDICT TO B728-LIGNE-ETAT
127600     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
127700     CLOSE FETAT
127800     DISPLAY 'SOCB0728 - ENREGISTREMENTS LUS  : ' B728-NB-LUS
127900     DISPLAY 'SOCB0728 - DISTRIB. ACCEPTES    : ' B728-NB-ACCEPTES
128000     DISPLAY 'SOCB0728 - DISTRIB. REJETES     : ' B728-NB-REJETES
128100     DISPLAY 'SOCB0728 - DISTRIB. INCONNUS    : ' B728-NB-INCONNUS
128200     DISPLAY 'SOCB0728 - DISTRIB. MANQUANTS   : '
128300             B728-NB-MANQUANTS
128400     DISPLAY 'SOCB0728 - CLIENTS TRANSMIS     : ' B728-NB-TRANSMIS
128500     IF B728-NB-ALERTES = ZERO
128600        MOVE ZERO TO RETURN-CODE
128700     ELSE
128800        MOVE 4 TO RETURN-CODE
128900     END-IF.
129000 4000-EXIT.
129100     EXIT.
129200 4100-EDITER-TOTAL.
129300     MOVE B728-LE-TOTAL TO B728-LIGNE-ETAT
129400     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT.
129500 4100-EXIT.
129600     EXIT.
129700******************************************************************
129800* 6100 - SAUT DE PAGE ET ENTETES                                 *
129900******************************************************************
130000 6100-SAUT-DE-PAGE.
130100     ADD 1 TO B728-PAGE-CPT
130200     MOVE B728-DATE-JOUR TO B728-LE-DATE-EDIT
130300     MOVE B728-PAGE-CPT TO B728-LE-PAGE
130400     MOVE B728-LE-ENTETE1 TO B728-LIGNE-ETAT
130500     WRITE B728-LIGNE-ETAT AFTER ADVANCING PAGE
130600     MOVE SPACES TO B728-LIGNE-ETAT
130700     WRITE B728-LIGNE-ETAT AFTER ADVANCING 1 LINE
130800     MOVE 2 TO B728-LIGNE-CPT.
130900 6100-EXIT.
131000     EXIT.
131100******************************************************************
131200* 6200 - ECRITURE D'UNE LIGNE AVEC GESTION DU DEBORDEMENT        *
131300******************************************************************
131400 6200-ECRIRE-LIGNE.
131500*    LA LIGNE EN ATTENTE EST MISE A L'ABRI : LE SAUT DE PAGE
131600*    ECRIT SES ENTETES PAR LA MEME ZONE D'ENREGISTREMENT
131700     MOVE B728-LIGNE-ETAT TO B728-LIGNE-TRAV
131800     IF B728-LIGNE-CPT > 58
131900        PERFORM 6100-SAUT-DE-PAGE THRU 6100-EXIT
132000        MOVE B728-LIGNE-TRAV TO B728-LIGNE-ETAT
132100     END-IF
132200     WRITE B728-LIGNE-ETAT AFTER ADVANCING 1 LINE
132300     ADD 1 TO B728-LIGNE-CPT.
132400 6200-EXIT.
132500     EXIT.
132600******************************************************************
132700* 7500 - CONVERSION DATE CIVILE (SSAAMMJJ) EN JOUR JULIEN.       *
132800*        CALCUL ENTIER CLASSIQUE, CHAQUE DIVISION EST STOCKEE    *
132900*        DANS UN ENTIER POUR FORCER LA TRONCATURE.               *
133000*        ENTREE : B728-CAL-DATE   SORTIE : B728-CAL-JULIEN       *
133100******************************************************************
133200 7500-DATE-VERS-JULIEN.
133300     COMPUTE B728-CAL-AAAA = B728-CAL-DATE / 10000
133400     COMPUTE B728-CAL-MM =
133500             (B728-CAL-DATE / 100) - B728-CAL-AAAA * 100
133600     COMPUTE B728-CAL-T1 = B728-CAL-DATE / 100
133700     COMPUTE B728-CAL-JJ = B728-CAL-DATE - B728-CAL-T1 * 100
133800     COMPUTE B728-CAL-A = (14 - B728-CAL-MM) / 12
133900     COMPUTE B728-CAL-Y = B728-CAL-AAAA + 4800 - B728-CAL-A
134000     COMPUTE B728-CAL-M = B728-CAL-MM + 12 * B728-CAL-A - 3
134100     COMPUTE B728-CAL-T1 = (153 * B728-CAL-M + 2) / 5
134200     COMPUTE B728-CAL-T2 = B728-CAL-Y / 4
134300     COMPUTE B728-CAL-T3 = B728-CAL-Y / 100
134400     COMPUTE B728-CAL-T4 = B728-CAL-Y / 400
134500     COMPUTE B728-CAL-JULIEN = B728-CAL-JJ + B728-CAL-T1
134600             + 365 * B728-CAL-Y + B728-CAL-T2 - B728-CAL-T3
134700             + B728-CAL-T4 - 32045.
134800 7500-EXIT.
134900     EXIT.
135000******************************************************************
135100* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
135200******************************************************************
135300 9800-SUIVI-DEBUT.
135400     MOVE 'SOCB0728' TO SSUI-PROGRAMME
135500     MOVE 'D' TO SSUI-PHASE
135600     CALL 'SOCC0726' USING SSUI-ENREG.
135700 9800-EXIT.
135800     EXIT.
135900******************************************************************
136000* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
136100*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
136200*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
136300*        1 DISTRIB / 2 ACCEPTES / 3 REJETES / 4 MANQUANTS /      *
136400*        5 INCONNUS / 6 LUS / 7 TRANSMIS                         *
136500******************************************************************
136600 9810-SUIVI-FIN.
136700     MOVE 'F' TO SSUI-PHASE
136800     MOVE RETURN-CODE TO SSUI-RETURN-CODE
136900     MOVE 'DISTRIB' TO SSUI-CPT-LIBELLE (1)
137000     MOVE B728-NB-RECUS-FICHIER TO SSUI-CPT-VALEUR (1)
137100     MOVE 'ACCEPTES' TO SSUI-CPT-LIBELLE (2)
137200     MOVE B728-NB-ACCEPTES TO SSUI-CPT-VALEUR (2)
137300     MOVE 'REJETES' TO SSUI-CPT-LIBELLE (3)
137400     MOVE B728-NB-REJETES TO SSUI-CPT-VALEUR (3)
137500     MOVE 'MANQUANTS' TO SSUI-CPT-LIBELLE (4)
137600     MOVE B728-NB-MANQUANTS TO SSUI-CPT-VALEUR (4)
137700     MOVE 'INCONNUS' TO SSUI-CPT-LIBELLE (5)
137800     MOVE B728-NB-INCONNUS TO SSUI-CPT-VALEUR (5)
137900     MOVE 'LUS' TO SSUI-CPT-LIBELLE (6)
138000     MOVE B728-NB-LUS TO SSUI-CPT-VALEUR (6)
138100     MOVE 'TRANSMIS' TO SSUI-CPT-LIBELLE (7)
138200     MOVE B728-NB-TRANSMIS TO SSUI-CPT-VALEUR (7)
138300     CALL 'SOCC0726' USING SSUI-ENREG.
138400 9810-EXIT.
138500     EXIT.
138600******************************************************************
138700* 9999 - ABANDON DU TRAITEMENT                                   *
138800******************************************************************
138900 9999-ABANDON.
139000     DISPLAY 'SOCB0728 - ABANDON DU TRAITEMENT'
139100     MOVE 16 TO RETURN-CODE
139200     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
139300     STOP RUN.
