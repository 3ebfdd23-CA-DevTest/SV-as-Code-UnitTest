002250* L'ETAT EDITE NE MONTRE PLUS LE STOCK BRUT MAIS LE CYCLE DE    *
002260* VIE : EXCEPTIONS APPARUES CETTE NUIT, DISPARUES (PRESUMEES    *
002270* CORRIGEES) ET ANCIENNES (AU-DELA DU SEUIL D'AGE).             *
002271*                                                               *
002272* SEULS LES DISTRIBUTEURS ACCEPTES PAR LE CONTROLE D'ENTREE     *
002273* SOCB0728 (FICHIER DISTSTAT, STATUT A) SONT RAPPROCHES ; LE    *
002274* FICHIER DISTCLI EST ALORS LE FICHIER DISTVALI PRODUIT PAR     *
002275* SOCB0728. LES PERSONNES DES DISTRIBUTEURS RETENUS, ABSENTS OU *
002276* INCONNUS SONT ECARTEES (PAS D'EXCEPTIONS N EN MASSE) ET LEURS *
002277* EXCEPTIONS DU MASTER SONT REPORTEES TELLES QUELLES. EN        *
002278* L'ABSENCE DE DISTSTAT, TOUS LES DISTRIBUTEURS SONT RAPPROCHES.*
002279* LES ENTETES ET FINS DE SECTION DE DISTCLI SONT IGNOREES.      *
002280*----------------------------------------------------------------*
002300* HISTORIQUE DES MODIFICATIONS                                  *
002400* --------------------------                                    *
002620*                EXCMAST/EXCMNEUF ET EDITION EN TROIS SECTIONS  *
002630*                NOUVELLES / DISPARUES / ANCIENNES              *
002640*                (REPERE 2702EXCM)                              *
002650* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE     *
002660*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI          *
002670*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)    *
002671* 15/10/2026 CRP SEULS LES DISTRIBUTEURS ACCEPTES PAR LE        *
002672*                CONTROLE D'ENTREE SOCB0728 (DISTSTAT) SONT     *
002673*                RAPPROCHES ; EXCEPTIONS DES AUTRES REPORTEES   *
002674*                (REPERE 2704DIST)                              *
002675* 15/10/2026 CRP ENTETES ET FINS DE SECTION DE DISTCLI EXCLUS   *
002676*                DU TRI DISTRIBUTEUR (REPERE 2704DIST)          *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005993     SELECT FCYCTRI ASSIGN TO CYCLTRIE
005994            ORGANIZATION IS SEQUENTIAL
005995            FILE STATUS IS B714-FS-CYCTRI.
005996*   *** STATUTS DU CONTROLE D'ENTREE DES DISTRIBUTEURS (SOCB0728)
005997     SELECT OPTIONAL FDISTSTA ASSIGN TO DISTSTAT
005998            ORGANIZATION IS SEQUENTIAL
005999            FILE STATUS IS B714-FS-DISTSTA.
006000*   *** ETAT EDITE
006100     SELECT FETAT ASSIGN TO ETAT0714
006200            ORGANIZATION IS SEQUENTIAL
008000     05 B714-DI-PRENOM            PIC X(30).
008100     05 B714-DI-BIRTHDT           PIC 9(08).
008200     05 B714-DI-POSTALCD          PIC X(10).
008210*   *** TYPE D'ENREGISTREMENT (E = ENTETE, F = FIN DE SECTION)
008220     05 B714-DI-TYPE              PIC X(01).
008230        88 B714-DI-CLIENT         VALUE ' ' 'D'.
008300     05 FILLER                    PIC X(20).
008400 FD  FDISTRI
008500     BLOCK CONTAINS 0 RECORDS
008600     RECORD CONTAINS 150 CHARACTERS.
012893     05 B714-CC-PREMIERE-VUE      PIC 9(08).
012894     05 B714-CC-NOM               PIC X(30).
012895     05 FILLER                    PIC X(58).
012896 FD  FDISTSTA
012897     BLOCK CONTAINS 0 RECORDS
012898     RECORD CONTAINS 80 CHARACTERS.
012899     COPY SOCC07DS.
012900 FD  FETAT
013000     BLOCK CONTAINS 0 RECORDS
013100     RECORD CONTAINS 132 CHARACTERS.
015700******************************************************************
015800 77  B714-FS-DISTRIB           PIC X(02) VALUE SPACES.
015900     88 B714-DISTRIB-OK                  VALUE '00'.
015910     88 B714-DISTRIB-FIN                 VALUE '10'.
016000 77  B714-FS-DISTRI            PIC X(02) VALUE SPACES.
016100     88 B714-DISTRI-OK                   VALUE '00'.
016200     88 B714-DISTRI-FIN                  VALUE '10'.
017517 77  B714-FS-CYCTRI            PIC X(02) VALUE SPACES.
017518     88 B714-CYCTRI-OK                   VALUE '00'.
017519     88 B714-CYCTRI-FIN                  VALUE '10'.
017520 77  B714-FS-DISTSTA           PIC X(02) VALUE SPACES.
017521     88 B714-DISTSTA-OK                  VALUE '00' '05'.
017522     88 B714-DISTSTA-ABSENT              VALUE '05'.
017523     88 B714-DISTSTA-FIN                 VALUE '10'.
017524*   *** FILTRE DES DISTRIBUTEURS ACCEPTES (O = DISTSTAT PRESENT)
017525 77  B714-FILTRE-SW            PIC X(01) VALUE 'N'.
017526     88 B714-FILTRE-ACTIF                VALUE 'O'.
017527 77  B714-ACCEPTE-SW           PIC X(01) VALUE 'O'.
017528     88 B714-DISTRIB-ACCEPTE             VALUE 'O'.
017529 77  B714-ID-CHERCHE           PIC 9(11) VALUE ZERO.
017530 77  B714-MAX-ACCEPTES         PIC 9(04) COMP VALUE 2000.
017531 77  B714-NB-ACCEPTES          PIC 9(04) COMP VALUE ZERO.
017533 77  B714-NB-DISTRIB-NON-RAPP  PIC 9(07) VALUE ZERO.
017534 77  B714-NB-PERS-ECARTEES     PIC 9(07) VALUE ZERO.
017535 77  B714-NB-REPORTEES         PIC 9(07) VALUE ZERO.
017536 77  B714-XA                   PIC 9(04) COMP VALUE ZERO.
017537 77  B714-ARRET-SW             PIC X(01) VALUE 'N'.
017538     88 B714-ARRET-RECHERCHE             VALUE 'O'.
017600 77  B714-NB-DIST              PIC 9(07) VALUE ZERO.
017700 77  B714-NB-REPO              PIC 9(07) VALUE ZERO.
017800 77  B714-NB-INCONNUES         PIC 9(07) VALUE ZERO.
018500 77  B714-ORDRE-PREC           PIC 9(01) VALUE ZERO.
018600 77  B714-EDIT-FIN-SW          PIC X(01) VALUE 'N'.
018700     88 B714-EDIT-FIN                    VALUE 'O'.
018705******************************************************************
018710* DISTRIBUTEURS ACCEPTES PAR LE CONTROLE D'ENTREE (TABLE TRIEE   *
018715* SUR L'IDENTIFIANT, COMME LE FICHIER DISTSTAT)                  *
018720******************************************************************
018725 01  B714-TB-ACCEPTES.
018730     05 B714-TA-ENT            OCCURS 2000 TIMES.
018750        10 B714-TA-ID          PIC 9(11).
018800 01  B714-LIGNE-TRAV           PIC X(132) VALUE SPACES.
018900 01  B714-DATE-SYS.
019000     05 B714-DS-AAMMJJ         PIC 9(06).
026900     05 FILLER                 PIC X(18) VALUE '   CONCORD. : '.
027000     05 B714-LT-CONC           PIC ZZZZZZ9.
027100     05 FILLER                 PIC X(51) VALUE SPACES.
027105 01  B714-LE-TOTAUX-FILTRE.
027110     05 FILLER                 PIC X(24) VALUE
027115        'DISTRIB. ACCEPTES : '.
027120     05 B714-LT-DACC           PIC ZZZZZZ9.
027125     05 FILLER                 PIC X(18) VALUE
027130        '   NON RAPPR. : '.
027135     05 B714-LT-DRET           PIC ZZZZZZ9.
027140     05 FILLER                 PIC X(18) VALUE
027145        '   PERS. ECART. : '.
027150     05 B714-LT-PECA           PIC ZZZZZZ9.
027155     05 FILLER                 PIC X(18) VALUE
027160        '   EXC. REPORT. : '.
027165     05 B714-LT-REPT           PIC ZZZZZZ9.
027170     05 FILLER                 PIC X(26) VALUE SPACES.
027200 01  B714-LE-TOTAUX2.
027300     05 FILLER                 PIC X(24) VALUE
027400        'INCONNUES : '.
028290        '   ANCIENNES : '.
028291     05 B714-LT-ANCI           PIC ZZZZZZ9.
028292     05 FILLER                 PIC X(51) VALUE SPACES.
028293******************************************************************
028294* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
028295******************************************************************
028296     COPY SOCC07SU.
028300 PROCEDURE DIVISION.
028400******************************************************************
028500* 0000 - ENCHAINEMENT : TRIS, CONCORDANCE, EDITION               *
028600******************************************************************
028700 0000-MAINLINE.
028710     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
028800     PERFORM 1000-INITIALISATION THRU 1000-EXIT
028900     SORT FTRI1
029000          ON ASCENDING KEY TRI1-CLE
029100          INPUT PROCEDURE IS 1600-FILTRER-DISTRIBUTEUR
029110                          THRU 1690-FILTRER-FIN
029200          GIVING FDISTRI
029300     IF SORT-RETURN NOT = ZERO
029400        DISPLAY 'SOCB0714 - TRI DISTRIBUTEUR EN ANOMALIE'
031691     END-IF
031700     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
031800     PERFORM 4000-TERMINER THRU 4000-EXIT
031810     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
031900     GOBACK.
032000******************************************************************
032100* 1000 - INITIALISATION                                          *
032540     SUBTRACT B714-SEUIL-ANCIEN-JOURS FROM B714-CAL-JULIEN
032550     PERFORM 7600-JULIEN-VERS-DATE THRU 7600-EXIT
032560     MOVE B714-CAL-DATE TO B714-DATE-SEUIL
032570     PERFORM 1100-CHARGER-ACCEPTES THRU 1100-EXIT
032600     OPEN OUTPUT FEXCEPT
032700     IF NOT B714-EXCEPT-OK
032800        DISPLAY 'SOCB0714 - OUVERTURE EXCEPTIO KO FS='
033100     END-IF.
033200 1000-EXIT.
033300     EXIT.
033301******************************************************************
033302* 1100 - CHARGEMENT DES DISTRIBUTEURS ACCEPTES PAR LE CONTROLE   *
033303*        D'ENTREE SOCB0728. SANS FICHIER DISTSTAT, TOUS LES      *
033304*        DISTRIBUTEURS SONT RAPPROCHES                           *
033305******************************************************************
033306 1100-CHARGER-ACCEPTES.
033307     OPEN INPUT FDISTSTA
033308     IF NOT B714-DISTSTA-OK
033309        DISPLAY 'SOCB0714 - OUVERTURE DISTSTAT KO FS='
033310                B714-FS-DISTSTA
033311        GO TO 9999-ABANDON
033312     END-IF
033313     IF B714-DISTSTA-ABSENT
033314        CLOSE FDISTSTA
033315        DISPLAY 'SOCB0714 - DISTSTAT ABSENT : PAS DE FILTRE'
033316        GO TO 1100-EXIT
033317     END-IF
033318     MOVE 'O' TO B714-FILTRE-SW
033319     MOVE ZERO TO B714-NB-ACCEPTES
033320     PERFORM 1110-LIRE-STATUT THRU 1110-EXIT
033321         UNTIL B714-DISTSTA-FIN
033322     CLOSE FDISTSTA.
033323 1100-EXIT.
033324     EXIT.
033325 1110-LIRE-STATUT.
033326     READ FDISTSTA
033327     IF B714-DISTSTA-FIN
033328        GO TO 1110-EXIT
033329     END-IF
033330     IF NOT B714-DISTSTA-OK
033331        DISPLAY 'SOCB0714 - LECTURE DISTSTAT KO FS='
033332                B714-FS-DISTSTA
033333        GO TO 9999-ABANDON
033334     END-IF
033335     IF NOT SDST-ACCEPTE
033336        ADD 1 TO B714-NB-DISTRIB-NON-RAPP
033337        GO TO 1110-EXIT
033338     END-IF
033339     IF B714-NB-ACCEPTES > ZERO
033340     AND SDST-CREDITTRADERID NOT > B714-TA-ID (B714-NB-ACCEPTES)
033341        DISPLAY 'SOCB0714 - DISTSTAT NON TRIE : '
033342                SDST-CREDITTRADERID
033343        GO TO 9999-ABANDON
033344     END-IF
033345     IF B714-NB-ACCEPTES = B714-MAX-ACCEPTES
033346        DISPLAY 'SOCB0714 - TABLE DES DISTRIBUTEURS PLEINE'
033347        GO TO 9999-ABANDON
033348     END-IF
033349     ADD 1 TO B714-NB-ACCEPTES
033350     MOVE SDST-CREDITTRADERID TO B714-TA-ID (B714-NB-ACCEPTES).
033351 1110-EXIT.
033352     EXIT.
033353******************************************************************
033354* 1120 - LE DISTRIBUTEUR B714-ID-CHERCHE EST-IL RAPPROCHE CETTE  *
033355*        NUIT ? SORTIE : B714-ACCEPTE-SW                         *
033356******************************************************************
033357 1120-VERIFIER-DISTRIBUTEUR.
033358     MOVE 'O' TO B714-ACCEPTE-SW
033359     IF NOT B714-FILTRE-ACTIF
033360        GO TO 1120-EXIT
033361     END-IF
033362     MOVE 'N' TO B714-ACCEPTE-SW
033363     IF B714-NB-ACCEPTES = ZERO
033364        GO TO 1120-EXIT
033365     END-IF
033366     MOVE 'N' TO B714-ARRET-SW
033367     PERFORM 1125-COMPARER-ACCEPTE THRU 1125-EXIT
033368         VARYING B714-XA FROM 1 BY 1
033369         UNTIL B714-XA > B714-NB-ACCEPTES
033370            OR B714-ARRET-RECHERCHE.
033372 1120-EXIT.
033373     EXIT.
033374*    TABLE TRIEE : LA RECHERCHE S'ARRETE AU PREMIER IDENTIFIANT
033375*    EGAL OU SUPERIEUR A L'IDENTIFIANT CHERCHE
033376 1125-COMPARER-ACCEPTE.
033377     IF B714-TA-ID (B714-XA) < B714-ID-CHERCHE
033378        GO TO 1125-EXIT
033379     END-IF
033380     IF B714-TA-ID (B714-XA) = B714-ID-CHERCHE
033381        MOVE 'O' TO B714-ACCEPTE-SW
033382     END-IF
033383     MOVE 'O' TO B714-ARRET-SW.
033384 1125-EXIT.
033385     EXIT.
033400******************************************************************
033500* 1500 - PROCEDURE D'ENTREE DU TRI REFERENTIEL : SEULES LES      *
033600*        PERSONNES PORTEUSES D'UNE REFERENCE DISTRIBUTEUR        *
035300         WHEN B714-PERSREP-OK
035400              IF PREPO-TRADEREXTREFID NOT = SPACES
035500              AND PREPO-CREDITTRADERID NOT = ZERO
035600                 PERFORM 1520-RETENIR-PERSONNE THRU 1520-EXIT
035800              END-IF
035900         WHEN B714-PERSREP-FIN
036000              CONTINUE
036500     END-EVALUATE.
036600 1510-EXIT.
036700     EXIT.
036705******************************************************************
036710* 1520 - PERSONNE D'UN DISTRIBUTEUR NON RAPPROCHE CETTE NUIT :   *
036715*        ECARTEE (SES REFERENCES NE SONT PAS DITES MANQUANTES)   *
036720******************************************************************
036725 1520-RETENIR-PERSONNE.
036730     MOVE PREPO-CREDITTRADERID TO B714-ID-CHERCHE
036735     PERFORM 1120-VERIFIER-DISTRIBUTEUR THRU 1120-EXIT
036740     IF NOT B714-DISTRIB-ACCEPTE
036745        ADD 1 TO B714-NB-PERS-ECARTEES
036750        GO TO 1520-EXIT
036755     END-IF
036760     ADD 1 TO B714-NB-REPO
036765     RELEASE TRI2-ENREG FROM PREPO-ENREG.
036770 1520-EXIT.
036775     EXIT.
036800 1590-FILTRER-FIN.
036900     EXIT.
036901******************************************************************
036903* 1600 - PROCEDURE D'ENTREE DU TRI DISTRIBUTEUR : LES ENTETES ET *
036905*        FINS DE SECTION DU STOCK DISTCLI NE SONT PAS DES        *
036907*        CLIENTS ET NE PARTICIPENT PAS AU RAPPROCHEMENT          *
036909******************************************************************
036911 1600-FILTRER-DISTRIBUTEUR.
036913     OPEN INPUT FDISTRIB
036915     IF NOT B714-DISTRIB-OK
036917        DISPLAY 'SOCB0714 - OUVERTURE DISTCLI KO FS='
036919                B714-FS-DISTRIB
036921        GO TO 9999-ABANDON
036923     END-IF
036925     PERFORM 1610-LIRE-CLIENT THRU 1610-EXIT
036927         UNTIL B714-DISTRIB-FIN
036929     CLOSE FDISTRIB
036931     GO TO 1690-FILTRER-FIN.
036933 1610-LIRE-CLIENT.
036935     READ FDISTRIB
036937     EVALUATE TRUE
036939         WHEN B714-DISTRIB-OK
036941              IF B714-DI-CLIENT
036943                 RELEASE TRI1-ENREG FROM B714-DISTRIB
036945              END-IF
036947         WHEN B714-DISTRIB-FIN
036949              CONTINUE
036951         WHEN OTHER
036953              DISPLAY 'SOCB0714 - LECTURE DISTCLI KO FS='
036955                      B714-FS-DISTRIB
036957              GO TO 9999-ABANDON
036959     END-EVALUATE.
036961 1610-EXIT.
036963     EXIT.
036965 1690-FILTRER-FIN.
036967     EXIT.
037000******************************************************************
037100* 2000 - LECTURE EN CONCORDANCE DES DEUX FICHIERS TRIES          *
037200******************************************************************
049045              PERFORM 2610-EXC-NOUVELLE THRU 2610-EXIT
049046              PERFORM 8300-LIRE-EXCTRI THRU 8300-EXIT
049047         WHEN B714-CLE-EXC > B714-CLE-MAST
049048              PERFORM 2615-EXC-NON-REVUE THRU 2615-EXIT
049049              PERFORM 8400-LIRE-MASTER THRU 8400-EXIT
049050         WHEN OTHER
049051              PERFORM 2630-EXC-TOUJOURS-LA THRU 2630-EXIT
049153 2660-EXIT.
049154     EXIT.
049155******************************************************************
049156* 2615 - EXCEPTION DU MASTER NON REVUE CETTE NUIT. LE            *
049157*        DISTRIBUTEUR N'A PAS ETE RAPPROCHE (FICHIER RETENU OU   *
049158*        ABSENT) : REPORT EN L'ETAT ; SINON PRESUMEE CORRIGEE    *
049159******************************************************************
049160 2615-EXC-NON-REVUE.
049161     MOVE B714-MA-CREDITTRADERID TO B714-ID-CHERCHE
049162     PERFORM 1120-VERIFIER-DISTRIBUTEUR THRU 1120-EXIT
049163     IF B714-DISTRIB-ACCEPTE
049164        PERFORM 2620-EXC-DISPARUE THRU 2620-EXIT
049165     ELSE
049166        PERFORM 2640-EXC-REPORTEE THRU 2640-EXIT
049167     END-IF.
049168 2615-EXIT.
049169     EXIT.
049170******************************************************************
049171* 2640 - EXCEPTION D'UN DISTRIBUTEUR NON RAPPROCHE : RECOPIEE    *
049172*        TELLE QUELLE AU NOUVEAU MASTER, SANS EDITION            *
049173******************************************************************
049174 2640-EXC-REPORTEE.
049175     ADD 1 TO B714-NB-REPORTEES
049176     MOVE B714-MASTER TO B714-MASTNEW
049177     PERFORM 2650-ECRIRE-MASTER THRU 2650-EXIT.
049178 2640-EXIT.
049179     EXIT.
049190******************************************************************
049200* 3000 - EDITION DE L'ETAT EN TROIS SECTIONS                     *
049300******************************************************************
049400 3000-EDITER-ETAT.
051600     MOVE B714-NB-CONCORDANTES TO B714-LT-CONC
051700     MOVE B714-LE-TOTAUX TO B714-LIGNE-ETAT
051800     PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
051805     IF B714-FILTRE-ACTIF
051810        MOVE B714-NB-ACCEPTES TO B714-LT-DACC
051815        MOVE B714-NB-DISTRIB-NON-RAPP TO B714-LT-DRET
051820        MOVE B714-NB-PERS-ECARTEES TO B714-LT-PECA
051825        MOVE B714-NB-REPORTEES TO B714-LT-REPT
051830        MOVE B714-LE-TOTAUX-FILTRE TO B714-LIGNE-ETAT
051835        PERFORM 6200-ECRIRE-LIGNE THRU 6200-EXIT
051840     END-IF
051900     MOVE B714-NB-INCONNUES TO B714-LT-INC
052000     MOVE B714-NB-NON-DECLAREES TO B714-LT-NDE
052100     MOVE B714-NB-DIVERGENCES TO B714-LT-DIV
062750     DISPLAY 'SOCB0714 - EXCEPTIONS TOUJOURS LA   : '
062760             B714-NB-ACTIVES
062770     DISPLAY 'SOCB0714 - EXCEPTIONS ANCIENNES     : '
062780             B714-NB-ANCIENNES
062781     IF B714-FILTRE-ACTIF
062782        DISPLAY 'SOCB0714 - DISTRIBUTEURS ACCEPTES   : '
062783                B714-NB-ACCEPTES
062784        DISPLAY 'SOCB0714 - DISTRIB. NON RAPPROCHES  : '
062785                B714-NB-DISTRIB-NON-RAPP
062786        DISPLAY 'SOCB0714 - PERSONNES ECARTEES       : '
062787                B714-NB-PERS-ECARTEES
062788        DISPLAY 'SOCB0714 - EXCEPTIONS REPORTEES     : '
062789                B714-NB-REPORTEES
062790     END-IF.
062800 4000-EXIT.
062900     EXIT.
063000******************************************************************
070247 7600-EXIT.
070248     EXIT.
070258******************************************************************
070259* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
070260******************************************************************
070261 9800-SUIVI-DEBUT.
070262     MOVE 'SOCB0714' TO SSUI-PROGRAMME
070263     MOVE 'D' TO SSUI-PHASE
070264     CALL 'SOCC0726' USING SSUI-ENREG.
070265 9800-EXIT.
070266     EXIT.
070267******************************************************************
070268* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
070269*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
070270*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
070271*        1 CLIENTS / 2 PERS REF / 3 CONCORD / 4 EXC TYPE I /     *
070272*        5 EXC TYPE N / 6 EXC TYPE D / 7 NOUVELLES /             *
070273*        8 ANCIENNES                                             *
070274******************************************************************
070275 9810-SUIVI-FIN.
070276     MOVE 'F' TO SSUI-PHASE
070277     MOVE RETURN-CODE TO SSUI-RETURN-CODE
070278     MOVE 'CLIENTS' TO SSUI-CPT-LIBELLE (1)
070279     MOVE B714-NB-DIST TO SSUI-CPT-VALEUR (1)
070280     MOVE 'PERS REF' TO SSUI-CPT-LIBELLE (2)
070281     MOVE B714-NB-REPO TO SSUI-CPT-VALEUR (2)
070282     MOVE 'CONCORD' TO SSUI-CPT-LIBELLE (3)
070283     MOVE B714-NB-CONCORDANTES TO SSUI-CPT-VALEUR (3)
070284     MOVE 'EXC TYPE I' TO SSUI-CPT-LIBELLE (4)
070285     MOVE B714-NB-INCONNUES TO SSUI-CPT-VALEUR (4)
070286     MOVE 'EXC TYPE N' TO SSUI-CPT-LIBELLE (5)
070287     MOVE B714-NB-NON-DECLAREES TO SSUI-CPT-VALEUR (5)
070288     MOVE 'EXC TYPE D' TO SSUI-CPT-LIBELLE (6)
070289     MOVE B714-NB-DIVERGENCES TO SSUI-CPT-VALEUR (6)
070290     MOVE 'NOUVELLES' TO SSUI-CPT-LIBELLE (7)
070291     MOVE B714-NB-NOUVELLES TO SSUI-CPT-VALEUR (7)
070292     MOVE 'ANCIENNES' TO SSUI-CPT-LIBELLE (8)
070293     MOVE B714-NB-ANCIENNES TO SSUI-CPT-VALEUR (8)
070294     CALL 'SOCC0726' USING SSUI-ENREG.
070295 9810-EXIT.
070296     EXIT.
070297******************************************************************
070300* 9999 - ABANDON DU TRAITEMENT                                   *
070400******************************************************************
070500 9999-ABANDON.
070600     DISPLAY 'SOCB0714 - ABANDON DU TRAITEMENT'
070700     MOVE 16 TO RETURN-CODE
070710     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
070800     STOP RUN.
