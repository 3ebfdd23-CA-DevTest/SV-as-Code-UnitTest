002400* ECRITURES FLOTTANTES POSTERIEURES AU DERNIER POINT. UN RUN    *
002500* TERMINE LAISSE LE FICHIER REPRISE A L'ETAT 'T' ET LE RUN      *
002600* SUIVANT REPART A ZERO.                                        *
002610*                                                               *
002620* LES PERSONNES RAPPROCHEES AVEC CERTITUDE DU FICHIER DES DECES *
002630* DE L'INSEE (FICHIER SOCDECES, BATCH MENSUEL SOCB0729) NE SONT *
002640* PAS ECRITES DANS L'EXTRAIT ; ELLES SONT COMPTEES PAR DEMANDE  *
002650* (COLONNE DECEDES DE L'ETAT DE CONTROLE) ET AU TOTAL.          *
002700*----------------------------------------------------------------*
002800* HISTORIQUE DES MODIFICATIONS                                  *
002900* --------------------------                                    *
003440*                RESOUMISSION ; LES CODES RETOUR 03 ET 04 NE    *
003450*                PROVOQUENT PLUS L'ABANDON DU RUN               *
003460*                (REPERE 2702CCTL)                              *
003461* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE     *
003462*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI          *
003463*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)    *
003464* 15/10/2026 CRP PERSONNES DECEDEES (FICHIER SOCDECES, QUALITE  *
003465*                CERTAINE) ECARTEES DE L'EXTRAIT ET COMPTEES    *
003466*                SUR L'ETAT DE CONTROLE (REPERE 2704DECE)       *
003470******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
006560     SELECT FREJET ASSIGN TO REJETS
006570            ORGANIZATION IS SEQUENTIAL
006580            FILE STATUS IS B711-FS-REJET.
006582*   *** PERSONNES DECEDEES (KSDS CONSTITUE PAR SOCB0729)
006584     SELECT OPTIONAL FDECES ASSIGN TO SOCDECES
006586            ORGANIZATION IS INDEXED
006588            ACCESS MODE IS RANDOM
006590            RECORD KEY IS SDEC-PERSONENTITYID
006592            FILE STATUS IS B711-FS-DECES.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  FCRITERE
010700*   *** HORODATAGE DU POINT DE REPRISE
010800     05 B711-RP-DATE              PIC 9(08).
010900     05 B711-RP-HEURE             PIC 9(06).
010950*   *** PERSONNES DECEDEES ECARTEES AU POINT DE REPRISE
010960     05 B711-RP-NB-DECEDES        PIC 9(09).
011000     05 FILLER                    PIC X(31).
011100 FD  FEXTRSAV
011200     BLOCK CONTAINS 0 RECORDS
011300     RECORD CONTAINS 300 CHARACTERS.
011760     BLOCK CONTAINS 0 RECORDS
011770     RECORD CONTAINS 250 CHARACTERS.
011780 01  B711-REJET                   PIC X(250).
011782 FD  FDECES
011784     RECORD CONTAINS 200 CHARACTERS.
011786     COPY SOCC07DD.
011800 WORKING-STORAGE SECTION.
011900******************************************************************
012000* INDICATEURS ET COMPTEURS                                       *
016100 01  B711-HEURE-SYS.
016200     05 B711-HS-HHMMSS         PIC 9(06).
016300     05 FILLER                 PIC X(02).
016301 77  B711-FS-DECES             PIC X(02) VALUE SPACES.
016302     88 B711-DECES-OK                    VALUE '00' '05'.
016303     88 B711-DECES-INTROUVABLE           VALUE '23'.
016304*   *** PERSONNES DECEDEES ECARTEES DE L'EXTRAIT (RUN, DEMANDE)
016305 77  B711-NB-DECEDES           PIC 9(09) VALUE ZERO.
016306 77  B711-DEM-DECEDES          PIC 9(07) VALUE ZERO.
016307 77  B711-DECES-SW             PIC X(01) VALUE 'N'.
016308     88 B711-DECES-CHARGE                VALUE 'O'.
016310 77  B711-FS-ETATCTL           PIC X(02) VALUE SPACES.
016311     88 B711-ETATCTL-OK                  VALUE '00'.
016312 77  B711-FS-REJET             PIC X(02) VALUE SPACES.
016341     05 FILLER                 PIC X(05) VALUE 'CR'.
016342     05 FILLER                 PIC X(12) VALUE 'PERSONNES'.
016343     05 FILLER                 PIC X(08) VALUE 'PAGES'.
016344     05 FILLER                 PIC X(64) VALUE 'DECEDES'.
016345 01  B711-LE-DETAIL.
016346     05 B711-LD-RANG           PIC ZZZZZZ9.
016347     05 FILLER                 PIC X(02) VALUE SPACES.
016352     05 B711-LD-TROUVES        PIC ZZZZZZ9.
016353     05 FILLER                 PIC X(05) VALUE SPACES.
016354     05 B711-LD-PAGES          PIC ZZZZ9.
016355     05 B711-LD-DECEDES        PIC BBBZZZZZZ9.
016356 01  B711-LE-SEPARATION        PIC X(132) VALUE SPACES.
016357 01  B711-LE-TOTAL.
016358     05 B711-LT-LIBELLE        PIC X(30).
016500* COMMAREA D'ECHANGE AVEC LE NOYAU DE RECHERCHE SOCC0710         *
016600******************************************************************
016700     COPY SOCC071L.
016710******************************************************************
016720* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
016730******************************************************************
016740     COPY SOCC07SU.
016800 PROCEDURE DIVISION.
016900******************************************************************
017000* 0000 - ENCHAINEMENT GENERAL                                    *
017100******************************************************************
017200 0000-MAINLINE.
017210     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
017300     PERFORM 1000-INITIALISATION THRU 1000-EXIT
017400     PERFORM 2000-TRAITER-CRITERE THRU 2000-EXIT
017500         UNTIL B711-FIN-CRITERES
017600     PERFORM 3000-TERMINER THRU 3000-EXIT
017610     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
017700     GOBACK.
017800******************************************************************
017900* 1000 - INITIALISATION : OUVERTURES ET DETECTION D'UNE RELANCE  *
018400     COMPUTE B711-DATE-JOUR = 20000000 + B711-DS-AAMMJJ
018500     MOVE B711-HS-HHMMSS TO B711-HEURE-JOUR
018600     PERFORM 1100-LIRE-PARAMETRES THRU 1100-EXIT
018605*    FICHIER DES PERSONNES DECEDEES : ABSENT AVANT LE PREMIER
018610*    RAPPROCHEMENT MENSUEL, AUCUNE PERSONNE N'EST ALORS ECARTEE
018615     OPEN INPUT FDECES
018620     IF NOT B711-DECES-OK
018625        DISPLAY 'SOCB0711 - OUVERTURE SOCDECES KO FS='
018630                B711-FS-DECES
018635        GO TO 9999-ABANDON
018640     END-IF
018645     IF B711-FS-DECES = '00'
018650        MOVE 'O' TO B711-DECES-SW
018655     END-IF
018700     OPEN INPUT FCRITERE
018800     IF NOT B711-CRITERE-OK
018900        DISPLAY 'SOCB0711 - OUVERTURE CRITERES KO FS='
026800        MOVE B711-RP-NB-TRAITES TO B711-NB-TRAITES
026900        MOVE B711-RP-NB-TROUVES TO B711-NB-TROUVES
027000        MOVE B711-RP-NB-ECRITS  TO B711-NB-ECRITS
027010        IF B711-RP-NB-DECEDES NUMERIC
027020           MOVE B711-RP-NB-DECEDES TO B711-NB-DECEDES
027030        ELSE
027040           MOVE ZERO TO B711-NB-DECEDES
027050        END-IF
027100     ELSE
027200        MOVE 'N' TO B711-MODE-SW
027300     END-IF
035910     MOVE ZERO TO B711-DEM-TROUVES
035920     MOVE ZERO TO B711-DEM-PAGES
035930     MOVE SPACES TO B711-DEM-RC
035935     MOVE ZERO TO B711-DEM-DECEDES
036000     MOVE 'N' TO B711-PAGE-SW
036100     MOVE 1 TO SOCC071L-NBLINE-DEBUT
036200     PERFORM 2200-APPELER-NOYAU THRU 2200-EXIT
036300         UNTIL B711-PAGES-FINIES
036305     MOVE B711-DEM-DECEDES TO B711-LD-DECEDES
036310     PERFORM 6300-EDITER-CONTROLE THRU 6300-EXIT
036320     IF B711-DEM-RC NOT = '00' AND '01'
036330        PERFORM 6400-ECRIRE-REJET THRU 6400-EXIT
044000 2300-EXIT.
044100     EXIT.
044200******************************************************************
044300* 2400 - ECRITURE D'UNE PERSONNE RESTITUEE DANS L'EXTRAIT,       *
044350*        SAUF PERSONNE DECEDEE                                   *
044400******************************************************************
044500 2400-ECRIRE-EXTRAIT.
044504*    PERSONNE DECEDEE (RAPPROCHEMENT CERTAIN) : ECARTEE ET COMPTEE
044508     IF B711-DECES-CHARGE
044512        MOVE SOCC071L-PERSONENTITYID
044516          OF SOCC071L-PERSON-OCC (B711-R)
044520          TO SDEC-PERSONENTITYID
044524        READ FDECES
044528        EVALUATE TRUE
044532            WHEN B711-DECES-INTROUVABLE
044536                 CONTINUE
044540            WHEN NOT B711-DECES-OK
044544                 DISPLAY 'SOCB0711 - LECTURE SOCDECES KO FS='
044548                         B711-FS-DECES
044552                 GO TO 9999-ABANDON
044556            WHEN SDEC-CERTAIN
044560                 ADD 1 TO B711-NB-DECEDES
044564                 ADD 1 TO B711-DEM-DECEDES
044568                 GO TO 2400-EXIT
044572        END-EVALUATE
044576     END-IF
044600     MOVE SPACES TO B711-EXTRAIT
044700     MOVE B711-NB-LUS TO B711-EX-NO-DEMANDE
044800     MOVE SOCC071L-PERSON-OCC (B711-R) TO B711-EX-PERSONNE
046278     MOVE 'DEMANDES REJETEES ........ :' TO B711-LT-LIBELLE
046283     MOVE B711-NB-REJETEES TO B711-LT-NB
046288     PERFORM 6250-EDITER-TOTAL THRU 6250-EXIT
046289     MOVE 'PERSONNES DECEDEES ECARTEES:' TO B711-LT-LIBELLE
046290     MOVE B711-NB-DECEDES TO B711-LT-NB
046291     PERFORM 6250-EDITER-TOTAL THRU 6250-EXIT
046293     CLOSE FETATCTL
046298     CLOSE FREJET
046299     CLOSE FDECES
046300     CLOSE FCRITERE
046400     CLOSE FEXTRAIT
046500     MOVE 'END-OF-SERVICE' TO SOCC071L-METHOD-CD
047730     DISPLAY 'SOCB0711 - DEMANDES METH.FERMEE  : '
047740             B711-NB-FERMEES
047750     DISPLAY 'SOCB0711 - DEMANDES REJETEES     : '
047760             B711-NB-REJETEES
047770     DISPLAY 'SOCB0711 - PERSONNES DECEDEES    : '
047780             B711-NB-DECEDES.
047800 3000-EXIT.
047900     EXIT.
048010******************************************************************
051100     MOVE B711-NB-TRAITES TO B711-RP-NB-TRAITES
051200     MOVE B711-NB-TROUVES TO B711-RP-NB-TROUVES
051300     MOVE B711-NB-ECRITS  TO B711-RP-NB-ECRITS
051310     MOVE B711-NB-DECEDES TO B711-RP-NB-DECEDES
051400     ACCEPT B711-DATE-SYS FROM DATE
051500     ACCEPT B711-HEURE-SYS FROM TIME
051600     COMPUTE B711-RP-DATE = 20000000 + B711-DS-AAMMJJ
054100     END-EVALUATE.
054200 8100-EXIT.
054300     EXIT.
054302******************************************************************
054304* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
054306******************************************************************
054308 9800-SUIVI-DEBUT.
054310     MOVE 'SOCB0711' TO SSUI-PROGRAMME
054312     MOVE 'D' TO SSUI-PHASE
054314     CALL 'SOCC0726' USING SSUI-ENREG.
054316 9800-EXIT.
054318     EXIT.
054320******************************************************************
054322* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
054324*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
054326*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
054328*        1 LUS / 2 TRAITES / 3 SANS REP / 4 INVALIDES /          *
054330*        5 REJETEES / 6 TROUVEES / 7 ECRITES / 8 DECEDES         *
054332******************************************************************
054334 9810-SUIVI-FIN.
054336     MOVE 'F' TO SSUI-PHASE
054338     MOVE RETURN-CODE TO SSUI-RETURN-CODE
054340     MOVE 'LUS' TO SSUI-CPT-LIBELLE (1)
054342     MOVE B711-NB-LUS TO SSUI-CPT-VALEUR (1)
054344     MOVE 'TRAITES' TO SSUI-CPT-LIBELLE (2)
054346     MOVE B711-NB-TRAITES TO SSUI-CPT-VALEUR (2)
054348     MOVE 'SANS REP' TO SSUI-CPT-LIBELLE (3)
054350     MOVE B711-NB-SANS-REPONSE TO SSUI-CPT-VALEUR (3)
054352     MOVE 'INVALIDES' TO SSUI-CPT-LIBELLE (4)
054354     MOVE B711-NB-INVALIDES TO SSUI-CPT-VALEUR (4)
054356     MOVE 'REJETEES' TO SSUI-CPT-LIBELLE (5)
054358     MOVE B711-NB-REJETEES TO SSUI-CPT-VALEUR (5)
054360     MOVE 'TROUVEES' TO SSUI-CPT-LIBELLE (6)
054362     MOVE B711-NB-TROUVES TO SSUI-CPT-VALEUR (6)
054364     MOVE 'ECRITES' TO SSUI-CPT-LIBELLE (7)
054366     MOVE B711-NB-ECRITS TO SSUI-CPT-VALEUR (7)
054367     MOVE 'DECEDES' TO SSUI-CPT-LIBELLE (8)
054368     MOVE B711-NB-DECEDES TO SSUI-CPT-VALEUR (8)
054369     CALL 'SOCC0726' USING SSUI-ENREG.
054370 9810-EXIT.
054372     EXIT.
054400******************************************************************
054500* 9999 - ABANDON DU TRAITEMENT                                   *
054600******************************************************************
054700 9999-ABANDON.
054800     DISPLAY 'SOCB0711 - ABANDON DU TRAITEMENT'
054900     MOVE 16 TO RETURN-CODE
054910     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
055000     STOP RUN.
