000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCM0720.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - INTERROGATION DES PERSONNES           *
000900*----------------------------------------------------------------*
001000* TRANSACTION S720 (PSEUDO-CONVERSATIONNELLE, MAPSET SOCM071U).  *
001100* CONSULTATION DU REFERENTIEL DES PERSONNES PAR LE NOYAU DE      *
001200* RECHERCHE SOCC0710 (COMMAREA SOCC071L), SANS PASSER PAR LA     *
001300* COUCHE D'ACCUEIL CTG :                                         *
001400*   - ECRAN SOCM71U : CHOIX DE LA METHODE D'ACCES (1 A 21, SAUF  *
001500*     19) ET SAISIE DES CRITERES, DONT LE NOM EN CLAIR           *
001600*     (SOCC071L-SEARCHUSAGENAMELB, PHONETISE PAR LE NOYAU)       *
001700*   - ECRAN SOCM71V : LISTE PAGINEE PAR 15 (PF7/PF8, CURSEUR     *
001800*     SOCC071L-NBLINE-DEBUT) ; UNE LIGNE CHOISIE OUVRE LA FICHE  *
001900*     (GET-PERSON-BY-ENTITYID) OU LA SYNTHESE DU FOYER           *
002000*     (LIST-FOYER-SUMMARY)                                       *
002100*   - ECRAN SOCM71W : FICHE OU SYNTHESE MISE EN FORME            *
002200* LE NOYAU EST APPELE SUR LE CANAL TRM AVEC LE USERID CICS DE    *
002300* L'OPERATEUR COMME APPELANT : CHAQUE CONSULTATION EST DONC      *
002400* JOURNALISEE A SON NOM DANS SOCJRNL / SOCJRND. LES CODES        *
002500* RETOUR DU NOYAU SONT TRADUITS EN MESSAGES LISIBLES.            *
002600*----------------------------------------------------------------*
002700* HISTORIQUE DES MODIFICATIONS                                   *
002800* --------------------------                                     *
002900* 15/10/2026 CRP CREATION - ECRAN D'INTERROGATION DES PERSONNES  *
003000*                (REPERE 2704INTR)                               *
003010* 15/10/2026 CRP CODE RETOUR 06 DU NOYAU : FICHE DE LA PERSONNE  *
003020*                SURVIVANTE AFFICHEE POUR UN IDENTIFIANT RETIRE  *
003030*                PAR FUSION (REPERE 2704FUSI)                    *
003040* 15/10/2026 CRP CODE RETOUR 07 DU NOYAU : ACCES REFUSE PAR LE   *
003050*                CONTROLE DES HABILITATIONS (REPERE 2704HABI)    *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-ENTERPRISE.
003500 OBJECT-COMPUTER. IBM-ENTERPRISE.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000******************************************************************
004100* INDICATEURS ET ZONES DE TRAVAIL                                *
004200******************************************************************
004300 77  M720-RESP                 PIC S9(8) COMP VALUE ZERO.
004400 77  M720-USERID               PIC X(08) VALUE SPACES.
004500 77  M720-I                    PIC S9(4) COMP VALUE ZERO.
004600 77  M720-J                    PIC S9(4) COMP VALUE ZERO.
004700 77  M720-PTR                  PIC S9(4) COMP VALUE ZERO.
004800 77  M720-NB-TX                PIC S9(4) COMP VALUE ZERO.
004900 77  M720-NO-LIGNE             PIC 9(02) VALUE ZERO.
005000 77  M720-ACTION               PIC X(01) VALUE SPACE.
005100 77  M720-DEBUT-SAUVE          PIC 9(05) VALUE ZERO.
005200 77  M720-ID-DEMANDE           PIC 9(11) VALUE ZERO.
005300 77  M720-FOYER-DEMANDE        PIC 9(11) VALUE ZERO.
005400 77  M720-NB-ED                PIC ZZ9.
005500 77  M720-METHODE-APPEL        PIC X(32) VALUE SPACES.
005600 77  M720-MESSAGE              PIC X(60) VALUE SPACES.
005700 77  M720-TITRE                PIC X(60) VALUE SPACES.
005800 77  M720-APPEL-OK-SW          PIC X(01) VALUE 'N'.
005900     88 M720-APPEL-OK                    VALUE 'O'.
006000 77  M720-TRONQUE-SW           PIC X(01) VALUE 'N'.
006100     88 M720-TRONQUE                     VALUE 'O'.
006200 77  M720-FIN-LIBELLE          PIC X(30) VALUE
006300     'FIN DE LA TRANSACTION S720'.
006400******************************************************************
006500* TOUCHES D'ATTENTION CICS                                       *
006600******************************************************************
006700     COPY DFHAID.
006800******************************************************************
006900* METHODES D'ACCES PROPOSEES, DANS L'ORDRE DE SOCC071L           *
007000* (LA METHODE 19 FETCH-SPOOL-RESULT N'EST PAS PROPOSEE)          *
007100******************************************************************
007200 01  M720-METHODES-VAL.
007300     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-EXTERNALVA'.
007400     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-ADDRESSPH'.
007500     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-ADDRESSMAILLB'.
007600     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHONETICCD'.
007700     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-POSTCD'.
007800     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-BIRTHDT'.
007900     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-BIRTHZPCD'.
008000     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-ALL'.
008100     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-A-POSTCD'.
008200     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-A-BIRTHDT'.
008300     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-A-BIRTHZCD'.
008400     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-FOYERID'.
008500     05 FILLER PIC X(32) VALUE 'LIST-PERS-REF-PRODUCT'.
008600     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-TWFOCID'.
008700     05 FILLER PIC X(32) VALUE
008800        'LIST-PERSON-BY-POSTCD-BIRTHRANGE'.
008900     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-TRADEREXTREFID'.
009000     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-CITY-STREET'.
009100     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-CRITERIA'.
009200     05 FILLER PIC X(32) VALUE 'FETCH-SPOOL-RESULT'.
009300     05 FILLER PIC X(32) VALUE 'LIST-FOYER-SUMMARY'.
009400     05 FILLER PIC X(32) VALUE 'GET-PERSON-BY-ENTITYID'.
009500 01  M720-METHODES REDEFINES M720-METHODES-VAL.
009600     05 M720-METHODE-LIB       PIC X(32) OCCURS 21 TIMES.
009700******************************************************************
009800* LIGNE DE LA LISTE (79 CARACTERES, CF. ENTETES DE SOCM71V)      *
009900******************************************************************
010000 01  M720-LIGNE-LISTE.
010100     05 M720-LL-NO             PIC Z9.
010200     05 FILLER                 PIC X(01) VALUE SPACE.
010300     05 M720-LL-ID             PIC 9(11).
010400     05 FILLER                 PIC X(01) VALUE SPACE.
010500     05 M720-LL-NOM            PIC X(20).
010600     05 FILLER                 PIC X(01) VALUE SPACE.
010700     05 M720-LL-PRENOM         PIC X(12).
010800     05 FILLER                 PIC X(01) VALUE SPACE.
010900     05 M720-LL-NAISS          PIC 9(08).
011000     05 FILLER                 PIC X(01) VALUE SPACE.
011100     05 M720-LL-CP             PIC X(05).
011200     05 FILLER                 PIC X(01) VALUE SPACE.
011300     05 M720-LL-VILLE          PIC X(10).
011400     05 FILLER                 PIC X(01) VALUE SPACE.
011500     05 M720-LL-NOTE           PIC ZZZ.
011600     05 FILLER                 PIC X(01) VALUE SPACE.
011700******************************************************************
011800* LIGNE DE LA FICHE / SYNTHESE (LIBELLE + VALEUR)                *
011900******************************************************************
012000 01  M720-LIGNE-TEXTE.
012100     05 M720-LT-LIBELLE        PIC X(21).
012200     05 FILLER                 PIC X(01).
012300     05 M720-LT-VALEUR         PIC X(57).
012400 01  M720-RANGS-ED.
012500     05 M720-RE-OCC            OCCURS 5 TIMES.
012600        10 M720-RE-NB          PIC ZZ9.
012700        10 FILLER              PIC X(03).
012800 01  M720-TEXTES.
012900     05 M720-TX                PIC X(79) OCCURS 17 TIMES.
013000******************************************************************
013100* COMMAREA DU NOYAU DE RECHERCHE                                 *
013200******************************************************************
013300     COPY SOCC071L.
013400******************************************************************
013500* MAPS SYMBOLIQUES DES ECRANS                                    *
013600******************************************************************
013700     COPY SOCC07MI.
013800******************************************************************
013900* COMMAREA DE LA PSEUDO-CONVERSATION : ECRAN COURANT, ECRAN      *
014000* D'ORIGINE DE LA FICHE, METHODE ET IMAGE DES CRITERES (415      *
014100* PREMIERS OCTETS DE SOCC071L-DATA-AREA-IN), CURSEUR ET LIGNES   *
014200* DE LA PAGE AFFICHEE                                            *
014300******************************************************************
014400 01  M720-COMMAREA.
014500     05 M720-CA-ECRAN          PIC X(01).
014600        88 M720-ECRAN-CRITERES           VALUE 'C'.
014700        88 M720-ECRAN-LISTE              VALUE 'L'.
014800        88 M720-ECRAN-DETAIL             VALUE 'D'.
014900     05 M720-CA-ORIGINE        PIC X(01).
015000        88 M720-ORIGINE-LISTE            VALUE 'L'.
015100     05 M720-CA-NO-METHODE     PIC 9(02).
015200     05 M720-CA-METHODE        PIC X(32).
015300     05 M720-CA-DEBUT          PIC 9(05).
015400     05 M720-CA-NB-TOTAL       PIC 9(05).
015500     05 M720-CA-NB-PAGE        PIC 9(02).
015600     05 M720-CA-SUITE          PIC X(01).
015700     05 M720-CA-CRITERES       PIC X(415).
015800     05 M720-CA-LIGNE          OCCURS 15 TIMES.
015900        10 M720-CA-LG-ID       PIC 9(11).
016000        10 M720-CA-LG-FOYER    PIC 9(11).
016100        10 M720-CA-LG-TEXTE    PIC X(79).
016200 LINKAGE SECTION.
016300 01  DFHCOMMAREA               PIC X(1979).
016400******************************************************************
016500 PROCEDURE DIVISION.
016600******************************************************************
016700* 0000 - AIGUILLAGE DE LA PSEUDO-CONVERSATION                    *
016800******************************************************************
016900 0000-PILOTAGE.
017000     IF EIBCALEN = ZERO
017100        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
017200        GO TO 0000-RETOUR
017300     END-IF
017400     MOVE DFHCOMMAREA TO M720-COMMAREA
017500     IF EIBAID = DFHPF3
017600        PERFORM 8000-FIN-DE-TRANSACTION THRU 8000-EXIT
017700        GO TO 0000-RETOUR
017800     END-IF
017900     MOVE SPACES TO M720-MESSAGE
018000     EVALUATE TRUE
018100         WHEN M720-ECRAN-CRITERES
018200              PERFORM 2000-TRAITER-CRITERES THRU 2000-EXIT
018300         WHEN M720-ECRAN-LISTE
018400              PERFORM 3000-TRAITER-LISTE THRU 3000-EXIT
018500         WHEN M720-ECRAN-DETAIL
018600              PERFORM 4000-TRAITER-DETAIL THRU 4000-EXIT
018700         WHEN OTHER
018800              PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
018900     END-EVALUATE.
019000 0000-RETOUR.
019100     EXEC CICS RETURN
019200          TRANSID ('S720')
019300          COMMAREA (M720-COMMAREA)
019400     END-EXEC.
019500******************************************************************
019600* 1000 - PREMIER PASSAGE : ENVOI DE L'ECRAN DES CRITERES VIERGE  *
019700******************************************************************
019800 1000-PREMIER-AFFICHAGE.
019900     INITIALIZE M720-COMMAREA
020000     MOVE LOW-VALUES TO SOCM71UO
020100     MOVE 'CHOISIR LA METHODE ET SAISIR LES CRITERES'
020200       TO MSGCRIO
020300     EXEC CICS SEND
020400          MAP ('SOCM71U')
020500          MAPSET ('SOCM071U')
020600          FROM (SOCM71UO)
020700          ERASE
020800     END-EXEC
020900     MOVE 'C' TO M720-CA-ECRAN.
021000 1000-EXIT.
021100     EXIT.
021200******************************************************************
021300* 2000 - ECRAN DES CRITERES : RECEPTION ET LANCEMENT             *
021400******************************************************************
021500 2000-TRAITER-CRITERES.
021600     MOVE LOW-VALUES TO SOCM71UI
021700     EXEC CICS RECEIVE
021800          MAP ('SOCM71U')
021900          MAPSET ('SOCM071U')
022000          INTO (SOCM71UI)
022100          RESP (M720-RESP)
022200     END-EXEC
022300     IF M720-RESP = DFHRESP(MAPFAIL)
022400        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
022500        GO TO 2000-EXIT
022600     END-IF
022700     PERFORM 2100-CONTROLER-CRITERES THRU 2100-EXIT
022800     IF MSGCRIO NOT = LOW-VALUES AND SPACES
022900        PERFORM 7100-REAFFICHER-CRITERES THRU 7100-EXIT
023000        GO TO 2000-EXIT
023100     END-IF
023200     PERFORM 2200-CONSTITUER-CRITERES THRU 2200-EXIT
023300     MOVE 'C' TO M720-CA-ORIGINE
023400     EVALUATE M720-CA-NO-METHODE
023500         WHEN 20
023600              MOVE SOCC071L-FOYERID OF SOCC071L-DATA-AREA-IN
023700                TO M720-FOYER-DEMANDE
023800              PERFORM 5400-OUVRIR-FOYER THRU 5400-EXIT
023900         WHEN 21
024000              MOVE SOCC071L-PERSONENTITYID
024100                   OF SOCC071L-DATA-AREA-IN TO M720-ID-DEMANDE
024200              PERFORM 5300-OUVRIR-FICHE THRU 5300-EXIT
024300         WHEN OTHER
024400              MOVE 1 TO M720-CA-DEBUT
024500              PERFORM 5100-CHERCHER-PAGE THRU 5100-EXIT
024600              IF M720-APPEL-OK
024700                 PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
024800              END-IF
024900     END-EVALUATE
025000     IF NOT M720-APPEL-OK
025100        MOVE M720-MESSAGE TO MSGCRIO
025200        PERFORM 7100-REAFFICHER-CRITERES THRU 7100-EXIT
025300     END-IF.
025400 2000-EXIT.
025500     EXIT.
025600******************************************************************
025700* 2100 - CONTROLE DE LA METHODE ET DES ZONES NUMERIQUES          *
025800******************************************************************
025900 2100-CONTROLER-CRITERES.
026000     MOVE SPACES TO MSGCRIO
026100     IF NOMETHI NOT NUMERIC
026200        MOVE 'METHODE OBLIGATOIRE (1 A 21)' TO MSGCRIO
026300        GO TO 2100-EXIT
026400     END-IF
026500     MOVE NOMETHI TO M720-CA-NO-METHODE
026600     IF M720-CA-NO-METHODE < 1
026700     OR M720-CA-NO-METHODE > 21
026800        MOVE 'METHODE INCONNUE (1 A 21)' TO MSGCRIO
026900        GO TO 2100-EXIT
027000     END-IF
027100     IF M720-CA-NO-METHODE = 19
027200        MOVE 'METHODE 19 (SPOOL) NON PROPOSEE A L''ECRAN'
027300          TO MSGCRIO
027400        GO TO 2100-EXIT
027500     END-IF
027600     MOVE M720-METHODE-LIB (M720-CA-NO-METHODE) TO M720-CA-METHODE
027700     MOVE M720-CA-METHODE TO LIBMETHO
027800     IF DTDEBI NOT = LOW-VALUES AND SPACES
027900     AND DTDEBI NOT NUMERIC
028000        MOVE 'DATE DE NAISSANCE DE DEBUT INVALIDE (SSAAMMJJ)'
028100          TO MSGCRIO
028200        GO TO 2100-EXIT
028300     END-IF
028400     IF DTFINI NOT = LOW-VALUES AND SPACES
028500     AND DTFINI NOT NUMERIC
028600        MOVE 'DATE DE NAISSANCE DE FIN INVALIDE (SSAAMMJJ)'
028700          TO MSGCRIO
028800        GO TO 2100-EXIT
028900     END-IF
029000     IF PERSIDI NOT = LOW-VALUES AND SPACES
029100     AND PERSIDI NOT NUMERIC
029200        MOVE 'IDENTIFIANT PERSONNE NON NUMERIQUE' TO MSGCRIO
029300        GO TO 2100-EXIT
029400     END-IF
029500     IF FOYERI NOT = LOW-VALUES AND SPACES
029600     AND FOYERI NOT NUMERIC
029700        MOVE 'NUMERO DE FOYER NON NUMERIQUE' TO MSGCRIO
029800        GO TO 2100-EXIT
029900     END-IF
030000     IF TRADERI NOT = LOW-VALUES AND SPACES
030100     AND TRADERI NOT NUMERIC
030200        MOVE 'IDENTIFIANT COMMERCIALISATEUR NON NUMERIQUE'
030300          TO MSGCRIO
030400        GO TO 2100-EXIT
030500     END-IF
030600     IF M720-CA-NO-METHODE = 20
030700     AND FOYERI NOT NUMERIC
030800        MOVE 'NUMERO DE FOYER OBLIGATOIRE POUR LA METHODE 20'
030900          TO MSGCRIO
031000        GO TO 2100-EXIT
031100     END-IF
031200     IF M720-CA-NO-METHODE = 21
031300     AND PERSIDI NOT NUMERIC
031400        MOVE 'IDENTIFIANT PERSONNE OBLIGATOIRE POUR LA METHODE 21'
031500          TO MSGCRIO
031600     END-IF.
031700 2100-EXIT.
031800     EXIT.
031900******************************************************************
032000* 2200 - CONSTITUTION DE LA DATA-AREA-IN DEPUIS L'ECRAN ET       *
032100* SAUVEGARDE DE SON IMAGE DANS LA COMMAREA. EN METHODE 18, CHAQUE*
032200* CRITERE SAISI EST ACTIVE PAR SON INDICATEUR DE PRESENCE        *
032300******************************************************************
032400 2200-CONSTITUER-CRITERES.
032500     MOVE SPACES TO SOCC071L-DATA-AREA
032600     INITIALIZE SOCC071L-DATA-AREA-IN
032700     IF EXTVAI NOT = LOW-VALUES
032800        MOVE EXTVAI TO SOCC071L-EXTERNALVA
032900     END-IF
033000     IF TELEPHI NOT = LOW-VALUES
033100        MOVE TELEPHI TO SOCC071L-ADDRESSPH
033200     END-IF
033300     IF EMAILI NOT = LOW-VALUES
033400        MOVE EMAILI TO SOCC071L-ADDRESSMAILLB
033500     END-IF
033600     IF PHONCDI NOT = LOW-VALUES
033700        MOVE PHONCDI TO SOCC071L-PERSONPHONETICCD
033800     END-IF
033900     IF CODPOSTI NOT = LOW-VALUES
034000        MOVE CODPOSTI TO SOCC071L-ADDRESSPOSTALCD
034100             OF SOCC071L-DATA-AREA-IN
034200     END-IF
034300     IF DTDEBI NUMERIC
034400        MOVE DTDEBI TO SOCC071L-PERSONBIRTHDT-DEB
034500        MOVE DTDEBI TO SOCC071L-PERSONBIRTHDT-FIN
034600     END-IF
034700     IF DTFINI NUMERIC
034800        MOVE DTFINI TO SOCC071L-PERSONBIRTHDT-FIN
034900     END-IF
035000     IF DEPTNAII NOT = LOW-VALUES
035100        MOVE DEPTNAII TO SOCC071L-PERSONBIRTHZIPCD
035200             OF SOCC071L-DATA-AREA-IN
035300     END-IF
035400     IF PERSIDI NUMERIC
035500        MOVE PERSIDI TO SOCC071L-PERSONENTITYID
035600             OF SOCC071L-DATA-AREA-IN
035700     END-IF
035800     IF FOYERI NUMERIC
035900        MOVE FOYERI TO SOCC071L-FOYERID OF SOCC071L-DATA-AREA-IN
036000     END-IF
036100     IF TRADERI NUMERIC
036200        MOVE TRADERI TO SOCC071L-CREDITTRADERID
036300             OF SOCC071L-DATA-AREA-IN
036400     END-IF
036500     IF CONTRATI NOT = LOW-VALUES
036600        MOVE CONTRATI TO SOCC071L-PRODUCERREFCONTCD
036700             OF SOCC071L-DATA-AREA-IN
036800     END-IF
036900     IF TWFOCI NOT = LOW-VALUES
037000        MOVE TWFOCI TO SOCC071L-TWFOCID OF SOCC071L-DATA-AREA-IN
037100     END-IF
037200     IF REFDISTI NOT = LOW-VALUES
037300        MOVE REFDISTI TO SOCC071L-TRADEREXTREFID
037400             OF SOCC071L-DATA-AREA-IN
037500     END-IF
037600     IF VILLEI NOT = LOW-VALUES
037700        MOVE VILLEI TO SOCC071L-ADDRESSCITYLB
037800             OF SOCC071L-DATA-AREA-IN
037900     END-IF
038000     IF VILPHONI NOT = LOW-VALUES
038100        MOVE VILPHONI TO SOCC071L-ADDRESSCITYPHONETICCD
038200     END-IF
038300     IF RUEI NOT = LOW-VALUES
038400        MOVE RUEI TO SOCC071L-ADDRESS4STREETLB
038500             OF SOCC071L-DATA-AREA-IN
038600     END-IF
038700     IF NOMBRUTI NOT = LOW-VALUES
038800        MOVE NOMBRUTI TO SOCC071L-SEARCHUSAGENAMELB
038900     END-IF
039000     IF M720-CA-NO-METHODE = 18
039100        PERFORM 2300-ACTIVER-CRITERES THRU 2300-EXIT
039200     END-IF
039300     MOVE SOCC071L-DATA-AREA (1 : 415) TO M720-CA-CRITERES.
039400 2200-EXIT.
039500     EXIT.
039600******************************************************************
039700* 2300 - METHODE 18 : INDICATEURS DES CRITERES RENSEIGNES        *
039800******************************************************************
039900 2300-ACTIVER-CRITERES.
040000     IF SOCC071L-EXTERNALVA NOT = SPACES
040100        MOVE 'O' TO SOCC071L-CI-EXTERNALVA
040200     END-IF
040300     IF SOCC071L-ADDRESSPH NOT = SPACES
040400        MOVE 'O' TO SOCC071L-CI-ADDRESSPH
040500     END-IF
040600     IF SOCC071L-ADDRESSMAILLB NOT = SPACES
040700        MOVE 'O' TO SOCC071L-CI-ADDRESSMAILLB
040800     END-IF
040900     IF SOCC071L-PERSONPHONETICCD NOT = SPACES
041000     OR SOCC071L-SEARCHUSAGENAMELB NOT = SPACES
041100        MOVE 'O' TO SOCC071L-CI-PHONETICCD
041200     END-IF
041300     IF SOCC071L-ADDRESSPOSTALCD OF SOCC071L-DATA-AREA-IN
041400        NOT = SPACES
041500        MOVE 'O' TO SOCC071L-CI-POSTALCD
041600     END-IF
041700     IF SOCC071L-PERSONBIRTHDT-DEB > ZERO
041800        MOVE 'O' TO SOCC071L-CI-BIRTHDT
041900     END-IF
042000     IF SOCC071L-PERSONBIRTHZIPCD OF SOCC071L-DATA-AREA-IN
042100        NOT = SPACES
042200        MOVE 'O' TO SOCC071L-CI-BIRTHZIPCD
042300     END-IF
042400     IF SOCC071L-FOYERID OF SOCC071L-DATA-AREA-IN > ZERO
042500        MOVE 'O' TO SOCC071L-CI-FOYERID
042600     END-IF
042700     IF SOCC071L-CREDITTRADERID OF SOCC071L-DATA-AREA-IN > ZERO
042800        MOVE 'O' TO SOCC071L-CI-CREDITTRADERID
042900     END-IF
043000     IF SOCC071L-PRODUCERREFCONTCD OF SOCC071L-DATA-AREA-IN
043100        NOT = SPACES
043200        MOVE 'O' TO SOCC071L-CI-PRODUCERREF
043300     END-IF
043400     IF SOCC071L-TWFOCID OF SOCC071L-DATA-AREA-IN NOT = SPACES
043500        MOVE 'O' TO SOCC071L-CI-TWFOCID
043600     END-IF
043700     IF SOCC071L-TRADEREXTREFID OF SOCC071L-DATA-AREA-IN
043800        NOT = SPACES
043900        MOVE 'O' TO SOCC071L-CI-TRADEREXTREF
044000     END-IF
044100     IF SOCC071L-ADDRESSCITYPHONETICCD NOT = SPACES
044200     OR SOCC071L-ADDRESSCITYLB OF SOCC071L-DATA-AREA-IN
044300        NOT = SPACES
044400        MOVE 'O' TO SOCC071L-CI-CITYPHONCD
044500     END-IF
044600     IF SOCC071L-ADDRESS4STREETLB OF SOCC071L-DATA-AREA-IN
044700        NOT = SPACES
044800        MOVE 'O' TO SOCC071L-CI-RUE
044900     END-IF.
045000 2300-EXIT.
045100     EXIT.
045200******************************************************************
045300* 3000 - ECRAN LISTE : PAGINATION, RETOUR AUX CRITERES, CHOIX    *
045400******************************************************************
045500 3000-TRAITER-LISTE.
045600     EVALUATE EIBAID
045700         WHEN DFHPF5
045800              PERFORM 6100-AFFICHER-CRITERES THRU 6100-EXIT
045900         WHEN DFHPF7
046000              PERFORM 3200-PAGE-PRECEDENTE THRU 3200-EXIT
046100         WHEN DFHPF8
046200              PERFORM 3300-PAGE-SUIVANTE THRU 3300-EXIT
046300         WHEN DFHENTER
046400              PERFORM 3100-TRAITER-SELECTION THRU 3100-EXIT
046500         WHEN OTHER
046600              MOVE 'TOUCHE INVALIDE' TO M720-MESSAGE
046700              PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
046800     END-EVALUATE.
046900 3000-EXIT.
047000     EXIT.
047100******************************************************************
047200* 3100 - ENTREE : OUVERTURE DE LA FICHE OU DU FOYER D'UNE LIGNE  *
047300******************************************************************
047400 3100-TRAITER-SELECTION.
047500     MOVE LOW-VALUES TO SOCM71VI
047600     EXEC CICS RECEIVE
047700          MAP ('SOCM71V')
047800          MAPSET ('SOCM071U')
047900          INTO (SOCM71VI)
048000          RESP (M720-RESP)
048100     END-EXEC
048200     IF M720-RESP = DFHRESP(MAPFAIL)
048300     OR SELLIGI NOT NUMERIC
048400        MOVE 'SAISIR LE NUMERO DE LIGNE ET L''ACTION (D OU F)'
048500          TO M720-MESSAGE
048600        PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
048700        GO TO 3100-EXIT
048800     END-IF
048900     MOVE SELLIGI TO M720-NO-LIGNE
049000     MOVE SELACTI TO M720-ACTION
049100     IF M720-NO-LIGNE < 1
049200     OR M720-NO-LIGNE > M720-CA-NB-PAGE
049300        MOVE 'NUMERO DE LIGNE HORS DE LA PAGE AFFICHEE'
049400          TO M720-MESSAGE
049500        PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
049600        GO TO 3100-EXIT
049700     END-IF
049800     MOVE 'L' TO M720-CA-ORIGINE
049900     EVALUATE M720-ACTION
050000         WHEN 'D'
050100              MOVE M720-CA-LG-ID (M720-NO-LIGNE)
050200                TO M720-ID-DEMANDE
050300              PERFORM 5300-OUVRIR-FICHE THRU 5300-EXIT
050400         WHEN 'F'
050500              IF M720-CA-LG-FOYER (M720-NO-LIGNE) = ZERO
050600                 MOVE 'N' TO M720-APPEL-OK-SW
050700                 MOVE 'PERSONNE RATTACHEE A AUCUN FOYER'
050800                   TO M720-MESSAGE
050900              ELSE
051000                 MOVE M720-CA-LG-FOYER (M720-NO-LIGNE)
051100                   TO M720-FOYER-DEMANDE
051200                 PERFORM 5400-OUVRIR-FOYER THRU 5400-EXIT
051300              END-IF
051400         WHEN OTHER
051500              MOVE 'N' TO M720-APPEL-OK-SW
051600              MOVE 'ACTION INVALIDE (D=FICHE F=FOYER)'
051700                TO M720-MESSAGE
051800     END-EVALUATE
051900     IF NOT M720-APPEL-OK
052000        PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
052100     END-IF.
052200 3100-EXIT.
052300     EXIT.
052400******************************************************************
052500* 3200 - PF7 : PAGE PRECEDENTE                                   *
052600******************************************************************
052700 3200-PAGE-PRECEDENTE.
052800     IF M720-CA-DEBUT NOT > 1
052900        MOVE 'DEBUT DE LA LISTE ATTEINT' TO M720-MESSAGE
053000        PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
053100        GO TO 3200-EXIT
053200     END-IF
053300     MOVE M720-CA-DEBUT TO M720-DEBUT-SAUVE
053400     IF M720-CA-DEBUT > 15
053500        SUBTRACT 15 FROM M720-CA-DEBUT
053600     ELSE
053700        MOVE 1 TO M720-CA-DEBUT
053800     END-IF
053900     PERFORM 5100-CHERCHER-PAGE THRU 5100-EXIT
054000     IF NOT M720-APPEL-OK
054100        MOVE M720-DEBUT-SAUVE TO M720-CA-DEBUT
054200     END-IF
054300     PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT.
054400 3200-EXIT.
054500     EXIT.
054600******************************************************************
054700* 3300 - PF8 : PAGE SUIVANTE                                     *
054800******************************************************************
054900 3300-PAGE-SUIVANTE.
055000     IF M720-CA-SUITE NOT = 'Y'
055100        MOVE 'FIN DE LA LISTE ATTEINTE' TO M720-MESSAGE
055200        PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
055300        GO TO 3300-EXIT
055400     END-IF
055500     MOVE M720-CA-DEBUT TO M720-DEBUT-SAUVE
055600     ADD M720-CA-NB-PAGE TO M720-CA-DEBUT
055700     PERFORM 5100-CHERCHER-PAGE THRU 5100-EXIT
055800     IF NOT M720-APPEL-OK
055900        MOVE M720-DEBUT-SAUVE TO M720-CA-DEBUT
056000     END-IF
056100     PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT.
056200 3300-EXIT.
056300     EXIT.
056400******************************************************************
056500* 4000 - ECRAN FICHE / FOYER : RETOUR A L'ECRAN D'ORIGINE        *
056600******************************************************************
056700 4000-TRAITER-DETAIL.
056800     IF M720-ORIGINE-LISTE
056900        PERFORM 6000-AFFICHER-LISTE THRU 6000-EXIT
057000     ELSE
057100        PERFORM 6100-AFFICHER-CRITERES THRU 6100-EXIT
057200     END-IF.
057300 4000-EXIT.
057400     EXIT.
057500******************************************************************
057600* 5000 - APPEL DU NOYAU SOCC0710 (CANAL TRM, APPELANT = USERID)  *
057700******************************************************************
057800 5000-APPELER-NOYAU.
057900     EXEC CICS ASSIGN
058000          USERID (M720-USERID)
058100     END-EXEC
058200     MOVE 0003 TO SOCC071L-COMMAREA-VERSION
058300     MOVE M720-METHODE-APPEL TO SOCC071L-METHOD-CD
058400     MOVE M720-USERID TO SOCC071L-CALLER-ID
058500     MOVE 'TRM' TO SOCC071L-CHANNEL-CD
058600     CALL 'SOCC0710' USING SOCC071L-COMMAREA
058700     PERFORM 5900-LIBELLER-RETOUR THRU 5900-EXIT.
058800 5000-EXIT.
058900     EXIT.
059000******************************************************************
059100* 5100 - RECHERCHE D'UNE PAGE DE 15 LIGNES A PARTIR DU CURSEUR   *
059200* ET CONSERVATION DES LIGNES DANS LA COMMAREA                    *
059300******************************************************************
059400 5100-CHERCHER-PAGE.
059500     MOVE 'N' TO M720-APPEL-OK-SW
059600     MOVE SPACES TO SOCC071L-DATA-AREA
059700     MOVE M720-CA-CRITERES TO SOCC071L-DATA-AREA (1 : 415)
059800     MOVE M720-CA-DEBUT TO SOCC071L-NBLINE-DEBUT
059900     MOVE 15 TO SOCC071L-NBLINE-MAX
060000     MOVE M720-CA-METHODE TO M720-METHODE-APPEL
060100     PERFORM 5000-APPELER-NOYAU THRU 5000-EXIT
060200     IF SOCC071L-RETURN-CD NOT = '00'
060300        GO TO 5100-EXIT
060400     END-IF
060500     IF SOCC071L-NB-LINE = ZERO
060600        MOVE 'AUCUNE LIGNE A AFFICHER A PARTIR DE CETTE POSITION'
060700          TO M720-MESSAGE
060800        GO TO 5100-EXIT
060900     END-IF
061000     MOVE 'O' TO M720-APPEL-OK-SW
061100     MOVE SOCC071L-NB-LINE TO M720-CA-NB-PAGE
061200     MOVE SOCC071L-NB-LINE-TOTAL TO M720-CA-NB-TOTAL
061300     MOVE SOCC071L-PAGE-SUIVANTE TO M720-CA-SUITE
061400     PERFORM 5150-GARDER-LIGNE THRU 5150-EXIT
061500         VARYING M720-I FROM 1 BY 1
061600           UNTIL M720-I > 15.
061700 5100-EXIT.
061800     EXIT.
061900 5150-GARDER-LIGNE.
062000     IF M720-I > SOCC071L-NB-LINE
062100        MOVE ZERO TO M720-CA-LG-ID (M720-I)
062200        MOVE ZERO TO M720-CA-LG-FOYER (M720-I)
062300        MOVE SPACES TO M720-CA-LG-TEXTE (M720-I)
062400        GO TO 5150-EXIT
062500     END-IF
062600     MOVE SOCC071L-PERSONENTITYID OF SOCC071L-PERSON-OCC (M720-I)
062700       TO M720-CA-LG-ID (M720-I)
062800     MOVE SOCC071L-FOYERID OF SOCC071L-PERSON-OCC (M720-I)
062900       TO M720-CA-LG-FOYER (M720-I)
063000     MOVE M720-I TO M720-LL-NO
063100     MOVE SOCC071L-PERSONENTITYID OF SOCC071L-PERSON-OCC (M720-I)
063200       TO M720-LL-ID
063300     MOVE SOCC071L-PERSONUSAGENAMELB (M720-I) TO M720-LL-NOM
063400     MOVE SOCC071L-BIRTHFORENAMELB (M720-I) TO M720-LL-PRENOM
063500     MOVE SOCC071L-PERSONBIRTHDT (M720-I) TO M720-LL-NAISS
063600     MOVE SOCC071L-ADDRESSPOSTALCD OF SOCC071L-PERSON-OCC (M720-I)
063700       TO M720-LL-CP
063800     MOVE SOCC071L-ADDRESSCITYLB OF SOCC071L-PERSON-OCC (M720-I)
063900       TO M720-LL-VILLE
064000     MOVE SOCC071L-MATCH-SCORE (M720-I) TO M720-LL-NOTE
064100     MOVE M720-LIGNE-LISTE TO M720-CA-LG-TEXTE (M720-I).
064200 5150-EXIT.
064300     EXIT.
064400******************************************************************
064500* 5300 - FICHE D'UNE PERSONNE (GET-PERSON-BY-ENTITYID)           *
064600******************************************************************
064700 5300-OUVRIR-FICHE.
064800     MOVE 'N' TO M720-APPEL-OK-SW
064900     MOVE SPACES TO SOCC071L-DATA-AREA
065000     INITIALIZE SOCC071L-DATA-AREA-IN
065100     MOVE M720-ID-DEMANDE TO SOCC071L-PERSONENTITYID
065200          OF SOCC071L-DATA-AREA-IN
065300     MOVE 1 TO SOCC071L-NBLINE-DEBUT
065400     MOVE 1 TO SOCC071L-NBLINE-MAX
065500     MOVE 'GET-PERSON-BY-ENTITYID' TO M720-METHODE-APPEL
065600     PERFORM 5000-APPELER-NOYAU THRU 5000-EXIT
065700     IF SOCC071L-RETURN-CD NOT = '00'
065710     AND SOCC071L-RETURN-CD NOT = '06'
065800        GO TO 5300-EXIT
065900     END-IF
066000     MOVE 'O' TO M720-APPEL-OK-SW
066100     PERFORM 6200-METTRE-EN-FORME-FICHE THRU 6200-EXIT
066200     PERFORM 6300-AFFICHER-DETAIL THRU 6300-EXIT.
066300 5300-EXIT.
066400     EXIT.
066500******************************************************************
066600* 5400 - SYNTHESE D'UN FOYER (LIST-FOYER-SUMMARY)                *
066700******************************************************************
066800 5400-OUVRIR-FOYER.
066900     MOVE 'N' TO M720-APPEL-OK-SW
067000     MOVE SPACES TO SOCC071L-DATA-AREA
067100     INITIALIZE SOCC071L-DATA-AREA-IN
067200     MOVE M720-FOYER-DEMANDE TO SOCC071L-FOYERID
067300          OF SOCC071L-DATA-AREA-IN
067400     MOVE 'LIST-FOYER-SUMMARY' TO M720-METHODE-APPEL
067500     PERFORM 5000-APPELER-NOYAU THRU 5000-EXIT
067600     IF SOCC071L-RETURN-CD NOT = '00'
067700        GO TO 5400-EXIT
067800     END-IF
067900     MOVE 'O' TO M720-APPEL-OK-SW
068000     PERFORM 6400-METTRE-EN-FORME-FOYER THRU 6400-EXIT
068100     PERFORM 6300-AFFICHER-DETAIL THRU 6300-EXIT.
068200 5400-EXIT.
068300     EXIT.
068400******************************************************************
068500* 5900 - TRADUCTION DU CODE RETOUR DU NOYAU EN MESSAGE           *
068600******************************************************************
068700 5900-LIBELLER-RETOUR.
068800     EVALUATE SOCC071L-RETURN-CD
068900         WHEN '00'
069000              MOVE SPACES TO M720-MESSAGE
069100         WHEN '01'
069200              MOVE 'AUCUNE PERSONNE NE CORRESPOND AUX CRITERES'
069300                TO M720-MESSAGE
069400         WHEN '02'
069500              MOVE 'CRITERES INCOMPLETS POUR LA METHODE'
069600                TO M720-MESSAGE
069700         WHEN '03'
069800              MOVE 'RECHERCHE TROP LARGE : PRECISER LES CRITERES'
069900                TO M720-MESSAGE
070000         WHEN '04'
070100              MOVE 'METHODE FERMEE PAR PARAMETRAGE POUR CE CANAL'
070200                TO M720-MESSAGE
070300         WHEN '05'
070400              MOVE 'RESULTAT EN SPOOL INCONNU OU EPURE'
070500                TO M720-MESSAGE
070510         WHEN '06'
070520              MOVE SPACES TO M720-MESSAGE
070530              STRING 'ID RETIRE PAR FUSION : FICHE DU SURVIVANT '
070540                     SOCC071L-PERSONENTITYID
070550                     OF SOCC071L-PERSON-OCC (1)
070560                     DELIMITED BY SIZE INTO M720-MESSAGE
070570         WHEN '07'
070580              MOVE 'ACCES REFUSE : HABILITATION OU QUOTA DU JOUR'
070590                TO M720-MESSAGE
070600         WHEN '09'
070700              MOVE 'INCIDENT TECHNIQUE DU SERVICE'
070800                TO M720-MESSAGE
070900         WHEN OTHER
071000              MOVE SPACES TO M720-MESSAGE
071100              STRING 'CODE RETOUR INATTENDU DU SERVICE : '
071200                     SOCC071L-RETURN-CD
071300                     DELIMITED BY SIZE INTO M720-MESSAGE
071400     END-EVALUATE.
071500 5900-EXIT.
071600     EXIT.
071700******************************************************************
071800* 6000 - ENVOI DE L'ECRAN LISTE DEPUIS LA COMMAREA               *
071900******************************************************************
072000 6000-AFFICHER-LISTE.
072100     MOVE LOW-VALUES TO SOCM71VO
072200     MOVE M720-CA-METHODE TO LIBLSTO
072300     MOVE M720-CA-NB-TOTAL TO NBTOTO
072400     MOVE M720-CA-DEBUT TO LIGDEBO
072500     COMPUTE LIGFINO = M720-CA-DEBUT + M720-CA-NB-PAGE - 1
072600     PERFORM 6050-GARNIR-LIGNE THRU 6050-EXIT
072700         VARYING M720-I FROM 1 BY 1
072800           UNTIL M720-I > 15
072900     IF M720-MESSAGE = SPACES
073000        IF M720-CA-SUITE = 'Y'
073100           MOVE 'CHOISIR LIGNE ET ACTION - PF8 POUR LA SUITE'
073200             TO M720-MESSAGE
073300        ELSE
073400           MOVE 'CHOISIR LIGNE ET ACTION - DERNIERE PAGE'
073500             TO M720-MESSAGE
073600        END-IF
073700     END-IF
073800     MOVE M720-MESSAGE TO MSGLSTO
073900     EXEC CICS SEND
074000          MAP ('SOCM71V')
074100          MAPSET ('SOCM071U')
074200          FROM (SOCM71VO)
074300          ERASE
074400     END-EXEC
074500     MOVE 'L' TO M720-CA-ECRAN.
074600 6000-EXIT.
074700     EXIT.
074800 6050-GARNIR-LIGNE.
074900     MOVE M720-CA-LG-TEXTE (M720-I) TO LIGO (M720-I).
075000 6050-EXIT.
075100     EXIT.
075200******************************************************************
075300* 6100 - RETOUR A L'ECRAN DES CRITERES DEPUIS LEUR IMAGE         *
075400******************************************************************
075500 6100-AFFICHER-CRITERES.
075600     MOVE LOW-VALUES TO SOCM71UO
075700     MOVE SPACES TO SOCC071L-DATA-AREA
075800     MOVE M720-CA-CRITERES TO SOCC071L-DATA-AREA (1 : 415)
075900     MOVE M720-CA-NO-METHODE TO NOMETHO
076000     MOVE M720-CA-METHODE TO LIBMETHO
076100     MOVE SOCC071L-SEARCHUSAGENAMELB TO NOMBRUTO
076200     MOVE SOCC071L-PERSONPHONETICCD TO PHONCDO
076300     MOVE SOCC071L-PERSONBIRTHZIPCD OF SOCC071L-DATA-AREA-IN
076400       TO DEPTNAIO
076500     IF SOCC071L-PERSONBIRTHDT-DEB > ZERO
076600        MOVE SOCC071L-PERSONBIRTHDT-DEB TO DTDEBO
076700        MOVE SOCC071L-PERSONBIRTHDT-FIN TO DTFINO
076800     END-IF
076900     MOVE SOCC071L-ADDRESSPOSTALCD OF SOCC071L-DATA-AREA-IN
077000       TO CODPOSTO
077100     MOVE SOCC071L-ADDRESSCITYPHONETICCD TO VILPHONO
077200     MOVE SOCC071L-ADDRESSCITYLB OF SOCC071L-DATA-AREA-IN
077300       TO VILLEO
077400     MOVE SOCC071L-ADDRESS4STREETLB OF SOCC071L-DATA-AREA-IN
077500       TO RUEO
077600     MOVE SOCC071L-ADDRESSPH TO TELEPHO
077700     MOVE SOCC071L-TWFOCID OF SOCC071L-DATA-AREA-IN TO TWFOCO
077800     MOVE SOCC071L-EXTERNALVA TO EXTVAO
077900     MOVE SOCC071L-ADDRESSMAILLB TO EMAILO
078000     IF SOCC071L-PERSONENTITYID OF SOCC071L-DATA-AREA-IN > ZERO
078100        MOVE SOCC071L-PERSONENTITYID OF SOCC071L-DATA-AREA-IN
078200          TO PERSIDO
078300     END-IF
078400     IF SOCC071L-FOYERID OF SOCC071L-DATA-AREA-IN > ZERO
078500        MOVE SOCC071L-FOYERID OF SOCC071L-DATA-AREA-IN TO FOYERO
078600     END-IF
078700     IF SOCC071L-CREDITTRADERID OF SOCC071L-DATA-AREA-IN > ZERO
078800        MOVE SOCC071L-CREDITTRADERID OF SOCC071L-DATA-AREA-IN
078900          TO TRADERO
079000     END-IF
079100     MOVE SOCC071L-TRADEREXTREFID OF SOCC071L-DATA-AREA-IN
079200       TO REFDISTO
079300     MOVE SOCC071L-PRODUCERREFCONTCD OF SOCC071L-DATA-AREA-IN
079400       TO CONTRATO
079500     IF M720-MESSAGE = SPACES
079600        MOVE 'MODIFIER LES CRITERES ET RELANCER LA RECHERCHE'
079700          TO M720-MESSAGE
079800     END-IF
079900     MOVE M720-MESSAGE TO MSGCRIO
080000     EXEC CICS SEND
080100          MAP ('SOCM71U')
080200          MAPSET ('SOCM071U')
080300          FROM (SOCM71UO)
080400          ERASE
080500     END-EXEC
080600     MOVE 'C' TO M720-CA-ECRAN.
080700 6100-EXIT.
080800     EXIT.
080900******************************************************************
081000* 6200 - MISE EN FORME DE LA FICHE (LIGNE 1 + COMPLEMENT DETAIL) *
081100******************************************************************
081200 6200-METTRE-EN-FORME-FICHE.
081300     MOVE ZERO TO M720-NB-TX
081400     MOVE 'N' TO M720-TRONQUE-SW
081500     MOVE SPACES TO M720-TEXTES
081600     MOVE SPACES TO M720-LIGNE-TEXTE
081700     MOVE SPACES TO M720-TITRE
081800     STRING 'FICHE DE LA PERSONNE '
081900            SOCC071L-PERSONENTITYID OF SOCC071L-PERSON-OCC (1)
082000            DELIMITED BY SIZE INTO M720-TITRE
082100     MOVE 'NOM D''USAGE ........:' TO M720-LT-LIBELLE
082200     MOVE SOCC071L-PERSONUSAGENAMELB (1) TO M720-LT-VALEUR
082300     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
082400     MOVE 'PRENOM .............:' TO M720-LT-LIBELLE
082500     MOVE SOCC071L-BIRTHFORENAMELB (1) TO M720-LT-VALEUR
082600     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
082700     MOVE 'NE(E) LE / DEPT ....:' TO M720-LT-LIBELLE
082800     STRING SOCC071L-PERSONBIRTHDT (1) ' / '
082900            SOCC071L-PERSONBIRTHZIPCD OF SOCC071L-PERSON-OCC (1)
083000            DELIMITED BY SIZE INTO M720-LT-VALEUR
083100     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
083200     MOVE 'ADRESSE ............:' TO M720-LT-LIBELLE
083300     MOVE SOCC071L-ADDRESS4STREETLB OF SOCC071L-PERSON-OCC (1)
083400       TO M720-LT-VALEUR
083500     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
083600     STRING SOCC071L-ADDRESSPOSTALCD OF SOCC071L-PERSON-OCC (1)
083700            ' '
083800            SOCC071L-ADDRESSCITYLB OF SOCC071L-PERSON-OCC (1)
083900            DELIMITED BY SIZE INTO M720-LT-VALEUR
084000     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
084100     MOVE 'TELEPHONE ..........:' TO M720-LT-LIBELLE
084200     MOVE SOCC071L-DET-ADDRESSPH TO M720-LT-VALEUR
084300     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
084400     MOVE 'EMAIL ..............:' TO M720-LT-LIBELLE
084500     MOVE SOCC071L-DET-ADDRESSMAILLB TO M720-LT-VALEUR
084600     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
084700     MOVE 'IDENTIFIANT EXTERNE :' TO M720-LT-LIBELLE
084800     MOVE SOCC071L-DET-EXTERNALVA TO M720-LT-VALEUR
084900     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
085000     MOVE 'ESPACE CLIENT ......:' TO M720-LT-LIBELLE
085100     MOVE SOCC071L-TWFOCID OF SOCC071L-PERSON-OCC (1)
085200       TO M720-LT-VALEUR
085300     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
085400     MOVE 'FOYER / RANG .......:' TO M720-LT-LIBELLE
085500     STRING SOCC071L-FOYERID OF SOCC071L-PERSON-OCC (1)
085600            ' / ' SOCC071L-PERSONRANKID (1)
085700            '   PRINCIPAL : ' SOCC071L-IND-FOYER-PRINC (1)
085800            '   PRIVILEGIE : ' SOCC071L-IND-FOYER-PRIVI (1)
085900            DELIMITED BY SIZE INTO M720-LT-VALEUR
086000     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
086100     MOVE 'COMMERCIALISATEUR ..:' TO M720-LT-LIBELLE
086200     MOVE SOCC071L-CREDITTRADERID OF SOCC071L-PERSON-OCC (1)
086300       TO M720-LT-VALEUR
086400     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
086500     MOVE 'REF. DISTRIBUTEUR ..:' TO M720-LT-LIBELLE
086600     MOVE SOCC071L-TRADEREXTREFID OF SOCC071L-PERSON-OCC (1)
086700       TO M720-LT-VALEUR
086800     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
086900     MOVE 'CONTRAT PRODUCTEUR .:' TO M720-LT-LIBELLE
087000     MOVE SOCC071L-PRODUCERREFCONTCD OF SOCC071L-PERSON-OCC (1)
087100       TO M720-LT-VALEUR
087200     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
087300     MOVE 'INFO COMMERCIALE ...:' TO M720-LT-LIBELLE
087400     MOVE SOCC071L-DET-TRADINGINFOID TO M720-LT-VALEUR
087500     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT.
087600 6200-EXIT.
087700     EXIT.
087800******************************************************************
087900* 6300 - ENVOI DE L'ECRAN FICHE / FOYER                          *
088000******************************************************************
088100 6300-AFFICHER-DETAIL.
088200     MOVE LOW-VALUES TO SOCM71WO
088300     MOVE M720-TITRE TO TITDETO
088400     PERFORM 6350-GARNIR-TEXTE THRU 6350-EXIT
088500         VARYING M720-I FROM 1 BY 1
088600           UNTIL M720-I > 17
088700     IF M720-TRONQUE
088800        MOVE 'AFFICHAGE LIMITE A 17 LIGNES - ENTREE OU PF5=RETOUR'
088900          TO MSGDETO
089000     ELSE
089100        MOVE 'ENTREE OU PF5 POUR REVENIR A L''ECRAN PRECEDENT'
089200          TO MSGDETO
089300     END-IF
089310     IF M720-MESSAGE NOT = SPACES
089320        MOVE M720-MESSAGE TO MSGDETO
089330     END-IF
089400     EXEC CICS SEND
089500          MAP ('SOCM71W')
089600          MAPSET ('SOCM071U')
089700          FROM (SOCM71WO)
089800          ERASE
089900     END-EXEC
090000     MOVE 'D' TO M720-CA-ECRAN.
090100 6300-EXIT.
090200     EXIT.
090300 6350-GARNIR-TEXTE.
090400     MOVE M720-TX (M720-I) TO TXTO (M720-I).
090500 6350-EXIT.
090600     EXIT.
090700******************************************************************
090800* 6400 - MISE EN FORME DE LA SYNTHESE DU FOYER                   *
090900******************************************************************
091000 6400-METTRE-EN-FORME-FOYER.
091100     MOVE ZERO TO M720-NB-TX
091200     MOVE 'N' TO M720-TRONQUE-SW
091300     MOVE SPACES TO M720-TEXTES
091400     MOVE SPACES TO M720-LIGNE-TEXTE
091500     MOVE SPACES TO M720-TITRE
091600     STRING 'SYNTHESE DU FOYER ' M720-FOYER-DEMANDE
091700            DELIMITED BY SIZE INTO M720-TITRE
091800     MOVE 'NOMBRE DE PERSONNES :' TO M720-LT-LIBELLE
091900     MOVE SOCC071L-FOYER-NBPERSONNE TO M720-NB-ED
092000     MOVE M720-NB-ED TO M720-LT-VALEUR
092100     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
092200     MOVE SPACES TO M720-RANGS-ED
092300     PERFORM 6410-EDITER-RANG THRU 6410-EXIT
092400         VARYING M720-J FROM 1 BY 1
092500           UNTIL M720-J > 5
092600     MOVE 'EFFECTIF RANGS 0 A 4:' TO M720-LT-LIBELLE
092700     MOVE M720-RANGS-ED TO M720-LT-VALEUR
092800     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
092900     MOVE SPACES TO M720-RANGS-ED
093000     PERFORM 6410-EDITER-RANG THRU 6410-EXIT
093100         VARYING M720-J FROM 6 BY 1
093200           UNTIL M720-J > 10
093300     MOVE 'EFFECTIF RANGS 5 A 9:' TO M720-LT-LIBELLE
093400     MOVE M720-RANGS-ED TO M720-LT-VALEUR
093500     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
093600     MOVE 'MEMBRE PRINCIPAL ...:' TO M720-LT-LIBELLE
093700     IF SOCC071L-FS-PRINC-ID > ZERO
093800        STRING SOCC071L-FS-PRINC-ID ' '
093900               SOCC071L-FS-PRINC-NOM DELIMITED BY '  '
094000               ' ' SOCC071L-FS-PRINC-PRENOM DELIMITED BY '  '
094100               INTO M720-LT-VALEUR
094200     ELSE
094300        MOVE 'AUCUN' TO M720-LT-VALEUR
094400     END-IF
094500     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
094600     MOVE 'MEMBRE PRIVILEGIE ..:' TO M720-LT-LIBELLE
094700     IF SOCC071L-FS-PRIVI-ID > ZERO
094800        STRING SOCC071L-FS-PRIVI-ID ' '
094900               SOCC071L-FS-PRIVI-NOM DELIMITED BY '  '
095000               ' ' SOCC071L-FS-PRIVI-PRENOM DELIMITED BY '  '
095100               INTO M720-LT-VALEUR
095200     ELSE
095300        MOVE 'AUCUN' TO M720-LT-VALEUR
095400     END-IF
095500     PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
095600     MOVE SOCC071L-FS-NB-CONTRATS TO M720-NB-ED
095700     STRING 'CONTRATS (' M720-NB-ED ') ....:'
095800            DELIMITED BY SIZE INTO M720-LT-LIBELLE
095900     MOVE 1 TO M720-PTR
096000     PERFORM 6420-AJOUTER-CONTRAT THRU 6420-EXIT
096100         VARYING M720-J FROM 1 BY 1
096200           UNTIL M720-J > SOCC071L-FS-NB-CONTRATS
096300              OR M720-J > 20
096400     IF M720-PTR > 1
096500     OR SOCC071L-FS-NB-CONTRATS = ZERO
096600        PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
096700     END-IF
096800     MOVE SOCC071L-FS-NB-TRADERS TO M720-NB-ED
096900     STRING 'COMMERC. (' M720-NB-ED ') ....:'
097000            DELIMITED BY SIZE INTO M720-LT-LIBELLE
097100     MOVE 1 TO M720-PTR
097200     PERFORM 6430-AJOUTER-TRADER THRU 6430-EXIT
097300         VARYING M720-J FROM 1 BY 1
097400           UNTIL M720-J > SOCC071L-FS-NB-TRADERS
097500              OR M720-J > 20
097600     IF M720-PTR > 1
097700     OR SOCC071L-FS-NB-TRADERS = ZERO
097800        PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
097900     END-IF.
098000 6400-EXIT.
098100     EXIT.
098200 6410-EDITER-RANG.
098300     IF M720-J > 5
098400        COMPUTE M720-I = M720-J - 5
098500     ELSE
098600        MOVE M720-J TO M720-I
098700     END-IF
098800     MOVE SOCC071L-FS-NB-PAR-RANG (M720-J) TO M720-RE-NB (M720-I).
098900 6410-EXIT.
099000     EXIT.
099100******************************************************************
099200* 6420 / 6430 - CONTRATS (2 PAR LIGNE), COMMERCIALISATEURS (4)   *
099300******************************************************************
099400 6420-AJOUTER-CONTRAT.
099500     IF M720-PTR > 29
099600        PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
099700        MOVE 1 TO M720-PTR
099800     END-IF
099900     STRING SOCC071L-FS-CONTRAT (M720-J) ' '
100000            DELIMITED BY SIZE INTO M720-LT-VALEUR
100100            WITH POINTER M720-PTR.
100200 6420-EXIT.
100300     EXIT.
100400 6430-AJOUTER-TRADER.
100500     IF M720-PTR > 45
100600        PERFORM 6500-AJOUTER-LIGNE THRU 6500-EXIT
100700        MOVE 1 TO M720-PTR
100800     END-IF
100900     STRING SOCC071L-FS-CREDITTRADERID (M720-J) ' '
101000            DELIMITED BY SIZE INTO M720-LT-VALEUR
101100            WITH POINTER M720-PTR.
101200 6430-EXIT.
101300     EXIT.
101400******************************************************************
101500* 6500 - AJOUT D'UNE LIGNE AU TEXTE AFFICHE (17 LIGNES AU PLUS)  *
101600******************************************************************
101700 6500-AJOUTER-LIGNE.
101800     IF M720-NB-TX NOT < 17
101900        MOVE 'O' TO M720-TRONQUE-SW
102000     ELSE
102100        ADD 1 TO M720-NB-TX
102200        MOVE M720-LIGNE-TEXTE TO M720-TX (M720-NB-TX)
102300     END-IF
102400     MOVE SPACES TO M720-LIGNE-TEXTE.
102500 6500-EXIT.
102600     EXIT.
102700******************************************************************
102800* 7100 - REAFFICHAGE DE L'ECRAN DES CRITERES (DONNEES SEULES)    *
102900******************************************************************
103000 7100-REAFFICHER-CRITERES.
103100     EXEC CICS SEND
103200          MAP ('SOCM71U')
103300          MAPSET ('SOCM071U')
103400          FROM (SOCM71UO)
103500          DATAONLY
103600     END-EXEC
103700     MOVE 'C' TO M720-CA-ECRAN.
103800 7100-EXIT.
103900     EXIT.
104000******************************************************************
104100* 8000 - PF3 : FIN DE LA TRANSACTION                             *
104200******************************************************************
104300 8000-FIN-DE-TRANSACTION.
104400     EXEC CICS SEND TEXT
104500          FROM (M720-FIN-LIBELLE)
104600          ERASE
104700          FREEKB
104800     END-EXEC
104900     EXEC CICS RETURN
105000     END-EXEC.
105100 8000-EXIT.
105200     EXIT.
