002230* S719) SONT APPLIQUEES A L'EDITION : LES PAIRES CLASSEES FAUX  *
002240* POSITIF SONT SUPPRIMEES, LES PAIRES CONFIRMEES SONT ISOLEES   *
002250* DANS UNE SECTION DEDIEE AVEC L'ESTAMPILLE DU REVISEUR.        *
002260* LES PAIRES DONT L'UN DES IDENTIFIANTS A DEJA ETE RETIRE PAR    *
002270* FUSION (TABLE SOCXREF, BATCH SOCB0723) NE SONT PLUS PROPOSEES. *
002300*                                                               *
002400* BAREME : DATE NAISS. +40, DEPT NAISS. +20, CODE POSTAL +20,   *
002500* NOM D'USAGE +15, PRENOM +15 (SEUIL D'EDITION : 60).           *
003010* 01/09/2026 CRP PRISE EN COMPTE DES DISPOSITIONS DE REVUE     *
003020*                (SOCDISPO) : FAUX POSITIFS SUPPRIMES, DOUBLONS *
003030*                CONFIRMES EN SECTION DEDIEE (REPERE 2702DISP)  *
003040* 15/10/2026 CRP LES PAIRES DONT UN IDENTIFIANT A ETE RETIRE PAR *
003050*                FUSION (SOCXREF, BATCH SOCB0723) SORTENT DE     *
003060*                L'EDITION (REPERE 2704FUSI)                     *
003070* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE     *
003080*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI          *
003090*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)    *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005590     SELECT FCONF ASSIGN TO CONFDOUB
005591            ORGANIZATION IS SEQUENTIAL
005592            FILE STATUS IS B713-FS-CONF.
005593*   *** IDENTIFIANTS RETIRES PAR FUSION (KSDS SOCB0723)
005594     SELECT OPTIONAL FXREF ASSIGN TO SOCXREF
005595            ORGANIZATION IS INDEXED
005596            ACCESS MODE IS SEQUENTIAL
005597            RECORD KEY IS SXRF-ID-RETIRE
005598            FILE STATUS IS B713-FS-XREF.
005600*   *** FICHIERS DE TRI
005700     SELECT FTRI1 ASSIGN TO SORTWK01.
005800     SELECT FTRI2 ASSIGN TO SORTWK02.
008493     05 B713-CF-USER              PIC X(08).
008494     05 B713-CF-DATE              PIC 9(08).
008495     05 FILLER                    PIC X(04).
008496 FD  FXREF
008497     RECORD CONTAINS 50 CHARACTERS.
008498     COPY SOCC07XR.
008500 SD  FTRI1
008600     RECORD CONTAINS 450 CHARACTERS.
008700 01  TRI1-ENREG.
011050 77  B713-FS-CONF              PIC X(02) VALUE SPACES.
011060     88 B713-CONF-OK                     VALUE '00'.
011070     88 B713-CONF-FIN                    VALUE '10'.
011071 77  B713-FS-XREF              PIC X(02) VALUE SPACES.
011072     88 B713-XREF-OK                     VALUE '00' '05'.
011073     88 B713-XREF-FIN                    VALUE '10'.
011074     88 B713-XREF-ABSENT                 VALUE '35'.
011080 77  B713-CONF-FIN-SW          PIC X(01) VALUE 'N'.
011090     88 B713-CONF-EDIT-FIN               VALUE 'O'.
011095 77  B713-TRI-FIN-SW           PIC X(01) VALUE 'N'.
012160 77  B713-D                    PIC 9(04) COMP VALUE ZERO.
012170 77  B713-DISPO-TROUVEE-SW     PIC X(01) VALUE 'N'.
012180     88 B713-DISPO-TROUVEE               VALUE 'O'.
012181 77  B713-NB-FUSIONNEES        PIC 9(07) VALUE ZERO.
012182 77  B713-NB-RETIRES           PIC 9(05) COMP VALUE ZERO.
012183 77  B713-MAX-RETIRES          PIC 9(05) COMP VALUE 20000.
012185 77  B713-X                    PIC 9(05) COMP VALUE ZERO.
012186 77  B713-FUSION-SW            PIC X(01) VALUE 'N'.
012187     88 B713-PAIRE-FUSIONNEE             VALUE 'O'.
012190 77  B713-STATUT-PAIRE         PIC X(01) VALUE SPACE.
012191 77  B713-USER-PAIRE           PIC X(08) VALUE SPACES.
012192 77  B713-DATE-PAIRE           PIC 9(08) VALUE ZERO.
014070        10 B713-TD-STATUT      PIC X(01).
014080        10 B713-TD-USER        PIC X(08).
014090        10 B713-TD-DATE        PIC 9(08).
014091******************************************************************
014092* IDENTIFIANTS RETIRES PAR FUSION CHARGES DEPUIS SOCXREF         *
014093******************************************************************
014094 01  B713-TB-RETIRES.
014095     05 B713-TR-ID             OCCURS 20000 TIMES PIC 9(11).
014100******************************************************************
014200* IMAGES DE TRAVAIL DES DEUX PERSONNES D'UNE PAIRE               *
014300******************************************************************
020460        '   CONFIRMES : '.
020470     05 B713-LT2-CONF          PIC ZZZZZZ9.
020480     05 FILLER                 PIC X(70) VALUE SPACES.
020481 01  B713-LE-TOTAL3.
020482     05 FILLER                 PIC X(30) VALUE
020483        'PAIRES DEJA FUSIONNEES : '.
020484     05 B713-LT3-FUS           PIC ZZZZZZ9.
020485     05 FILLER                 PIC X(95) VALUE SPACES.
020486******************************************************************
020487* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
020488******************************************************************
020489     COPY SOCC07SU.
020490 PROCEDURE DIVISION.
020500******************************************************************
020600* 0000 - ENCHAINEMENT GENERAL : DEUX TRIS ET UNE EDITION         *
020700******************************************************************
020800 0000-MAINLINE.
020810     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
020900     PERFORM 1000-INITIALISATION THRU 1000-EXIT
021000     SORT FTRI1
021100          ON ASCENDING KEY TRI1-PHONETICCD
022800     END-IF
022900     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
023000     PERFORM 4000-TERMINER THRU 4000-EXIT
023010     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
023100     GOBACK.
023200******************************************************************
023300* 1000 - INITIALISATION                                          *
024340                B713-FS-CONF
024350        GO TO 9999-ABANDON
024360     END-IF
024370     PERFORM 1100-CHARGER-DISPOSITIONS THRU 1100-EXIT
024380     PERFORM 1050-CHARGER-RETIRES THRU 1050-EXIT.
024400 1000-EXIT.
024500     EXIT.
024502******************************************************************
024504* 1050 - CHARGEMENT DES IDENTIFIANTS RETIRES PAR FUSION (FICHIER *
024506*        ABSENT OU VIDE = AUCUNE FUSION EXECUTEE)                *
024508******************************************************************
024510 1050-CHARGER-RETIRES.
024512     MOVE ZERO TO B713-NB-RETIRES
024514     OPEN INPUT FXREF
024516     IF B713-XREF-ABSENT
024518        GO TO 1050-EXIT
024520     END-IF
024522     IF NOT B713-XREF-OK
024524        DISPLAY 'SOCB0713 - OUVERTURE SOCXREF KO FS='
024526                B713-FS-XREF
024528        GO TO 9999-ABANDON
024530     END-IF
024532     PERFORM 1060-RANGER-RETIRE THRU 1060-EXIT
024534         UNTIL B713-XREF-FIN
024536     CLOSE FXREF.
024546 1050-EXIT.
024548     EXIT.
024550 1060-RANGER-RETIRE.
024552     READ FXREF
024554     EVALUATE TRUE
024556         WHEN B713-XREF-FIN
024558              CONTINUE
024560         WHEN NOT B713-XREF-OK
024562              DISPLAY 'SOCB0713 - LECTURE SOCXREF KO FS='
024564                      B713-FS-XREF
024566              GO TO 9999-ABANDON
024568         WHEN B713-NB-RETIRES = B713-MAX-RETIRES
024569              DISPLAY 'SOCB0713 - TABLE DES IDENTIFIANTS RETIRES '
024570                      'PLEINE'
024571              GO TO 9999-ABANDON
024572         WHEN OTHER
024574              ADD 1 TO B713-NB-RETIRES
024576              MOVE SXRF-ID-RETIRE TO B713-TR-ID (B713-NB-RETIRES)
024578     END-EVALUATE.
024580 1060-EXIT.
024582     EXIT.
024610******************************************************************
024620* 1100 - CHARGEMENT DES DISPOSITIONS DE REVUE (FICHIER ABSENT    *
024630*        OU VIDE = AUCUNE PAIRE ENCORE REVUE)                    *
034500     IF B713-NOTE < B713-SEUIL-NOTE
034600        GO TO 2500-EXIT
034700     END-IF
034710     PERFORM 2510-CONTROLER-FUSION THRU 2510-EXIT
034720     IF B713-PAIRE-FUSIONNEE
034730        ADD 1 TO B713-NB-FUSIONNEES
034740        GO TO 2500-EXIT
034750     END-IF
034800     ADD 1 TO B713-NB-CANDIDATS
034900     MOVE B713-NOTE TO B713-CA-SCORE
035000     MOVE DUPA-ENREG TO B713-CA-PERS-A
035700     END-IF.
035800 2500-EXIT.
035900     EXIT.
035905******************************************************************
035910* 2510 - PAIRE DONT L'UN DES IDENTIFIANTS EST DEJA RETIRE PAR    *
035915*        FUSION : ECARTEE DE L'EDITION                           *
035920******************************************************************
035925 2510-CONTROLER-FUSION.
035930     MOVE 'N' TO B713-FUSION-SW
035935     PERFORM 2520-COMPARER-RETIRE THRU 2520-EXIT
035940         VARYING B713-X FROM 1 BY 1
035945         UNTIL B713-X > B713-NB-RETIRES
035950            OR B713-PAIRE-FUSIONNEE.
035955 2510-EXIT.
035960     EXIT.
035965 2520-COMPARER-RETIRE.
035970     IF B713-TR-ID (B713-X) = DUPA-PERSONENTITYID
035975     OR B713-TR-ID (B713-X) = DUPB-PERSONENTITYID
035980        MOVE 'O' TO B713-FUSION-SW
035985     END-IF.
035990 2520-EXIT.
035995     EXIT.
036000 2900-APPARIEMENT-FIN.
036100     EXIT.
036200******************************************************************
038920     MOVE B713-NB-CONFIRMEES TO B713-LT2-CONF
038930     MOVE B713-LE-TOTAL2 TO B713-LIGNE-ETAT
038940     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
038941     MOVE B713-NB-FUSIONNEES TO B713-LT3-FUS
038942     MOVE B713-LE-TOTAL3 TO B713-LIGNE-ETAT
038943     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
038950     PERFORM 3500-EDITER-CONFIRMES THRU 3500-EXIT
039000     CLOSE FCANDTRI
039100     CLOSE FETAT.
045510     DISPLAY 'SOCB0713 - FAUX POSITIFS SUPPR.  : '
045520             B713-NB-FAUX-POSITIFS
045530     DISPLAY 'SOCB0713 - DOUBLONS CONFIRMES    : '
045540             B713-NB-CONFIRMEES
045541     DISPLAY 'SOCB0713 - PAIRES DEJA FUSIONNEES: '
045542             B713-NB-FUSIONNEES.
045550 4000-EXIT.
045600     EXIT.
045700******************************************************************
048500     ADD 1 TO B713-LIGNE-CPT.
048600 6200-EXIT.
048700     EXIT.
048702******************************************************************
048704* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
048706******************************************************************
048708 9800-SUIVI-DEBUT.
048710     MOVE 'SOCB0713' TO SSUI-PROGRAMME
048712     MOVE 'D' TO SSUI-PHASE
048714     CALL 'SOCC0726' USING SSUI-ENREG.
048716 9800-EXIT.
048718     EXIT.
048720******************************************************************
048722* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
048724*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
048726*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
048728*        1 PERSONNES / 2 CANDIDATES / 3 EDITEES / 4 FAUX POS /   *
048730*        5 CONFIRMEES / 6 FUSIONNEES / 7 SANS PHON               *
048732******************************************************************
048734 9810-SUIVI-FIN.
048736     MOVE 'F' TO SSUI-PHASE
048738     MOVE RETURN-CODE TO SSUI-RETURN-CODE
048740     MOVE 'PERSONNES' TO SSUI-CPT-LIBELLE (1)
048742     MOVE B713-NB-PERS TO SSUI-CPT-VALEUR (1)
048744     MOVE 'CANDIDATES' TO SSUI-CPT-LIBELLE (2)
048746     MOVE B713-NB-CANDIDATS TO SSUI-CPT-VALEUR (2)
048748     MOVE 'EDITEES' TO SSUI-CPT-LIBELLE (3)
048750     MOVE B713-NB-EDITES TO SSUI-CPT-VALEUR (3)
048752     MOVE 'FAUX POS' TO SSUI-CPT-LIBELLE (4)
048754     MOVE B713-NB-FAUX-POSITIFS TO SSUI-CPT-VALEUR (4)
048756     MOVE 'CONFIRMEES' TO SSUI-CPT-LIBELLE (5)
048758     MOVE B713-NB-CONFIRMEES TO SSUI-CPT-VALEUR (5)
048760     MOVE 'FUSIONNEES' TO SSUI-CPT-LIBELLE (6)
048762     MOVE B713-NB-FUSIONNEES TO SSUI-CPT-VALEUR (6)
048764     MOVE 'SANS PHON' TO SSUI-CPT-LIBELLE (7)
048766     MOVE B713-NB-SANS-PHON TO SSUI-CPT-VALEUR (7)
048768     CALL 'SOCC0726' USING SSUI-ENREG.
048770 9810-EXIT.
048772     EXIT.
048800******************************************************************
048900* 9999 - ABANDON DU TRAITEMENT                                   *
049000******************************************************************
049100 9999-ABANDON.
049200     DISPLAY 'SOCB0713 - ABANDON DU TRAITEMENT'
049300     MOVE 16 TO RETURN-CODE
049310     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
049400     STOP RUN.
