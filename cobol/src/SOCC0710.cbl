004984* 01/09/2026 CRP CODE RETOUR 05 SUR FETCH-SPOOL-RESULT QUAND   *
004985*                LA POIGNEE EST INCONNUE OU EPUREE PAR LE       *
004986*                MENAGE SOCB0717 (REPERE 2702PURG)              *
004987* 15/10/2026 CRP CODE RETOUR 06 SUR GET-PERSON-BY-ENTITYID : UN  *
004988*                IDENTIFIANT RETIRE PAR FUSION (TABLE SOCXREF,   *
004989*                BATCH SOCB0723) RESTITUE LA PERSONNE SURVIVANTE *
004990*                (REPERE 2704FUSI)                               *
004991* 15/10/2026 CRP CONTROLE DES HABILITATIONS DES APPELANTS (TABLE *
004992*                SOCHABI, TRANSACTION S724) : APPELANT CONNU ET  *
004993*                ACTIF, CANAL ET METHODE AUTORISES, QUOTAS       *
004994*                JOURNALIERS D'APPELS ET DE BALAYAGES. REFUS EN  *
004995*                CODE RETOUR 07, JOURNALISE AVEC SON MOTIF DANS  *
004996*                SOCJRNL (REPERE 2704HABI)                       *
005000******************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
007500            ACCESS MODE IS SEQUENTIAL
007600            RECORD KEY IS SPRM-CLE
007700            FILE STATUS IS S710-FS-PARAM.
007710*   *** CORRESPONDANCE DES IDENTIFIANTS RETIRES PAR FUSION (KSDS
007720*   *** RECHARGE PAR LE BATCH SOCB0723)
007730     SELECT OPTIONAL FXREF ASSIGN TO SOCXREF
007740            ORGANIZATION IS INDEXED
007750            ACCESS MODE IS RANDOM
007760            RECORD KEY IS SXRF-ID-RETIRE
007770            FILE STATUS IS S710-FS-XREF.
007773*   *** HABILITATIONS ET QUOTAS DES APPELANTS (KSDS MAINTENU
007776*   *** PAR LA TRANSACTION S724, COMPTEURS DU JOUR TENUS ICI)
007779     SELECT FHABIL ASSIGN TO SOCHABI
007782            ORGANIZATION IS INDEXED
007785            ACCESS MODE IS RANDOM
007788            RECORD KEY IS SHAB-CALLER-ID
007791            FILE STATUS IS S710-FS-HABIL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  FPERSVS
009200 FD  FPARAM
009300     RECORD CONTAINS 100 CHARACTERS.
009400     COPY SOCC07PM.
009410 FD  FXREF
009420     RECORD CONTAINS 50 CHARACTERS.
009430     COPY SOCC07XR.
009440 FD  FHABIL
009450     RECORD CONTAINS 200 CHARACTERS.
009460     COPY SOCC07HA.
009500 WORKING-STORAGE SECTION.
009600******************************************************************
009700* INDICATEURS ET COMPTEURS GENERAUX                              *
011300     88 S710-PARAM-OK                    VALUE '00' '05'.
011400     88 S710-PARAM-FIN                   VALUE '10'.
011500     88 S710-PARAM-ABSENT                VALUE '35'.
011510 77  S710-FS-XREF              PIC X(02) VALUE SPACES.
011520     88 S710-XREF-OK                     VALUE '00' '05'.
011530     88 S710-XREF-INTROUVABLE            VALUE '23'.
011540 77  S710-RC-DETAIL            PIC X(02) VALUE '00'.
011553 77  S710-FS-HABIL             PIC X(02) VALUE SPACES.
011556     88 S710-HABIL-OK                    VALUE '00'.
011559     88 S710-HABIL-INTROUVABLE           VALUE '23'.
011562*   *** MOTIF DE REFUS DU CONTROLE DES HABILITATIONS (CODE
011565*   *** RETOUR 07), REPORTE DANS LE JOURNAL SOCJRNL
011568 77  S710-MOTIF-REFUS          PIC X(01) VALUE SPACE.
011571     88 S710-REFUS-HABILITATION          VALUE 'I' 'C' 'M'
011574                                               'Q' 'B'.
011577 77  S710-CANAL-SW             PIC X(01) VALUE 'N'.
011580     88 S710-CANAL-HABILITE              VALUE 'O'.
011583 77  S710-RANG-METHODE         PIC 9(2) COMP VALUE ZERO.
011586 77  S710-HB                   PIC 9(2) COMP VALUE ZERO.
011600 77  S710-DEM-VALIDE-SW        PIC X(01) VALUE 'O'.
011700     88 S710-DEM-VALIDE                  VALUE 'O'.
011800     88 S710-DEM-INVALIDE                VALUE 'N'.
015600        10 S710-PME-METHOD-CD  PIC X(32).
015700        10 S710-PME-CHANNEL-CD PIC X(03).
015800        10 S710-PME-OUVERTE    PIC X(01).
015803*   *** RANG DES METHODES DANS LA LISTE SOCC071L : INDICE DES
015806*   *** INDICATEURS SHAB-METH-AUT DE LA TABLE DES HABILITATIONS
015809 01  S710-TB-RANGS-VALEURS.
015812     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-EXTERNALVA'.
015815     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-ADDRESSPH'.
015818     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-ADDRESSMAILLB'.
015821     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHONETICCD'.
015824     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-POSTCD'.
015827     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-BIRTHDT'.
015830     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-BIRTHZPCD'.
015833     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-ALL'.
015836     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-A-POSTCD'.
015839     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-A-BIRTHDT'.
015842     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-PHCD-A-BIRTHZCD'.
015845     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-FOYERID'.
015848     05 FILLER PIC X(32) VALUE 'LIST-PERS-REF-PRODUCT'.
015851     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-TWFOCID'.
015854     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-POSTCD-BIRTHRANGE'.
015857     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-TRADEREXTREFID'.
015860     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-CITY-STREET'.
015863     05 FILLER PIC X(32) VALUE 'LIST-PERSON-BY-CRITERIA'.
015866     05 FILLER PIC X(32) VALUE 'FETCH-SPOOL-RESULT'.
015869     05 FILLER PIC X(32) VALUE 'LIST-FOYER-SUMMARY'.
015872     05 FILLER PIC X(32) VALUE 'GET-PERSON-BY-ENTITYID'.
015875 01  S710-TB-RANGS-METHODES REDEFINES S710-TB-RANGS-VALEURS.
015878     05 S710-RANG-NOM          PIC X(32) OCCURS 21 TIMES.
015900 77  S710-LG-PHON              PIC 9(2) COMP VALUE ZERO.
016000 77  S710-LG-RUE               PIC 9(2) COMP VALUE ZERO.
016100 77  S710-MESURE-MAX           PIC 9(2) COMP VALUE ZERO.
024000                            VALUE 'LIST-PERSON-BY-PHCD-A-POSTCD'
024100                                  'LIST-PERSON-BY-PHCD-A-BIRTHDT'
024200                                'LIST-PERSON-BY-PHCD-A-BIRTHZCD'.
024205        88 S710-M-FAM-BALAYAGE
024210                            VALUE 'LIST-PERSON-BY-PHONETICCD'
024215                                  'LIST-PERSON-BY-PHCD-POSTCD'
024220                                  'LIST-PERSON-BY-PHCD-BIRTHDT'
024225                                  'LIST-PERSON-BY-PHCD-BIRTHZPCD'
024230                                  'LIST-PERSON-BY-PHCD-ALL'
024235                                  'LIST-PERSON-BY-PHCD-A-POSTCD'
024240                                  'LIST-PERSON-BY-PHCD-A-BIRTHDT'
024245                                'LIST-PERSON-BY-PHCD-A-BIRTHZCD'
024250                        'LIST-PERSON-BY-POSTCD-BIRTHRANGE'
024255                                  'LIST-PERSON-BY-CITY-STREET'.
024300     05 S710-C-CALLER-ID       PIC X(08).
024400     05 S710-C-CHANNEL-CD      PIC X(03).
024500     05 S710-C-VERSION         PIC 9(04).
030900******************************************************************
031000 0000-PILOTAGE.
031100     PERFORM 1500-CAPTER-CRITERES THRU 1500-EXIT
031110     MOVE SPACE TO S710-MOTIF-REFUS
031200     IF S710-M-FIN-SERVICE
031300        PERFORM 8000-CLORE-SERVICE THRU 8000-EXIT
031400        GO TO 0000-RETOUR
033500        MOVE '09' TO SOCC071L-RETURN-CD
033600        GO TO 0000-RETOUR
033700     END-IF
033705     PERFORM 2700-CONTROLER-HABILITATION THRU 2700-EXIT
033710     IF S710-INCIDENT
033715        PERFORM 4500-RESTITUER-VIDE THRU 4500-EXIT
033720        MOVE '09' TO SOCC071L-RETURN-CD
033725        GO TO 0000-RETOUR
033730     END-IF
033735     IF S710-REFUS-HABILITATION
033740        PERFORM 4500-RESTITUER-VIDE THRU 4500-EXIT
033745        MOVE '07' TO SOCC071L-RETURN-CD
033750        PERFORM 5000-JOURNALISER THRU 5000-EXIT
033755        GO TO 0000-RETOUR
033760     END-IF
033800     PERFORM 2000-CONTROLER-DEMANDE THRU 2000-EXIT
033900     IF S710-DEM-INVALIDE
034000        PERFORM 4500-RESTITUER-VIDE THRU 4500-EXIT
035400        PERFORM 5000-JOURNALISER THRU 5000-EXIT
035500        GO TO 0000-RETOUR
035600     END-IF
035610     PERFORM 2730-DECOMPTER-QUOTAS THRU 2730-EXIT
035620     IF S710-INCIDENT
035630        PERFORM 4500-RESTITUER-VIDE THRU 4500-EXIT
035640        MOVE '09' TO SOCC071L-RETURN-CD
035650        GO TO 0000-RETOUR
035660     END-IF
035670     IF S710-REFUS-HABILITATION
035675        PERFORM 4500-RESTITUER-VIDE THRU 4500-EXIT
035680        MOVE '07' TO SOCC071L-RETURN-CD
035685        PERFORM 5000-JOURNALISER THRU 5000-EXIT
035690        GO TO 0000-RETOUR
035695     END-IF
035700     EVALUATE TRUE
035800         WHEN S710-M-FETCH-SPOOL
035900              PERFORM 3600-RESTITUER-SPOOL THRU 3600-EXIT
041600                S710-FS-SPOOL
041700        MOVE 'O' TO S710-INCIDENT-SW
041800     END-IF
041810     OPEN INPUT FXREF
041820     IF NOT S710-XREF-OK
041830        DISPLAY 'SOCC0710 - OUVERTURE SOCXREF KO FS='
041840                S710-FS-XREF
041850        MOVE 'O' TO S710-INCIDENT-SW
041860     END-IF
041863     OPEN I-O FHABIL
041866     IF NOT S710-HABIL-OK
041869        DISPLAY 'SOCC0710 - OUVERTURE SOCHABI KO FS='
041872                S710-FS-HABIL
041875        MOVE 'O' TO S710-INCIDENT-SW
041878     END-IF
041900     PERFORM 1200-CHARGER-PARAMETRES THRU 1200-EXIT.
042000 1000-EXIT.
042100     EXIT.
098300     END-IF.
098400 2620-EXIT.
098500     EXIT.
098501******************************************************************
098502* 2700 - CONTROLE DES HABILITATIONS DE L'APPELANT (SOCHABI) :    *
098503*        APPELANT CONNU ET ACTIF, CANAL ET METHODE AUTORISES     *
098504******************************************************************
098505 2700-CONTROLER-HABILITATION.
098506     MOVE SPACE TO S710-MOTIF-REFUS
098507     MOVE S710-C-CALLER-ID TO SHAB-CALLER-ID
098508     READ FHABIL
098509     IF S710-HABIL-INTROUVABLE
098510        MOVE 'I' TO S710-MOTIF-REFUS
098511        GO TO 2700-EXIT
098512     END-IF
098513     IF NOT S710-HABIL-OK
098514        DISPLAY 'SOCC0710 - LECTURE SOCHABI KO FS='
098515                S710-FS-HABIL
098516        MOVE 'O' TO S710-INCIDENT-SW
098517        GO TO 2700-EXIT
098518     END-IF
098519     IF NOT SHAB-ACTIVE
098520        MOVE 'I' TO S710-MOTIF-REFUS
098521        GO TO 2700-EXIT
098522     END-IF
098523     MOVE 'N' TO S710-CANAL-SW
098524     PERFORM 2710-CHERCHER-CANAL-HABILITE THRU 2710-EXIT
098525         VARYING S710-HB FROM 1 BY 1
098526         UNTIL S710-HB > 4
098527     IF NOT S710-CANAL-HABILITE
098528        MOVE 'C' TO S710-MOTIF-REFUS
098529        GO TO 2700-EXIT
098530     END-IF
098531*    UNE METHODE ABSENTE DE LA LISTE EST LAISSEE AU CONTROLE DE
098532*    LA DEMANDE (CODE RETOUR 02)
098533     MOVE ZERO TO S710-RANG-METHODE
098534     PERFORM 2720-CHERCHER-RANG-METHODE THRU 2720-EXIT
098535         VARYING S710-HB FROM 1 BY 1
098536         UNTIL S710-HB > 21
098537     IF S710-RANG-METHODE NOT = ZERO
098538     AND SHAB-METH-AUT (S710-RANG-METHODE) NOT = 'O'
098539        MOVE 'M' TO S710-MOTIF-REFUS
098540        GO TO 2700-EXIT
098541     END-IF.
098542 2700-EXIT.
098543     EXIT.
098544 2710-CHERCHER-CANAL-HABILITE.
098545     IF SHAB-CANAL (S710-HB) = S710-C-CHANNEL-CD
098546     OR SHAB-CANAL (S710-HB) = '***'
098547        MOVE 'O' TO S710-CANAL-SW
098548     END-IF.
098549 2710-EXIT.
098550     EXIT.
098551 2720-CHERCHER-RANG-METHODE.
098552     IF S710-RANG-NOM (S710-HB) = S710-C-METHOD-CD
098553        MOVE S710-HB TO S710-RANG-METHODE
098554     END-IF.
098555 2720-EXIT.
098556     EXIT.
098557******************************************************************
098558* 2730 - QUOTAS JOURNALIERS D'APPELS ET DE BALAYAGES, APRES LE   *
098559*        CONTROLE DE LA DEMANDE : SEULE UNE DEMANDE RECEVABLE    *
098560*        EST DECOMPTEE DANS LES COMPTEURS DU JOUR DE L'APPELANT  *
098561******************************************************************
098562 2730-DECOMPTER-QUOTAS.
098563     ACCEPT S710-DATE-SYS FROM DATE
098564     COMPUTE S710-DATE-JOUR = 20000000 + S710-DS-AAMMJJ
098565     IF SHAB-CPT-DATE NOT NUMERIC
098566     OR SHAB-CPT-DATE NOT = S710-DATE-JOUR
098567     OR SHAB-CPT-APPELS NOT NUMERIC
098568     OR SHAB-CPT-BALAYAGES NOT NUMERIC
098569        MOVE S710-DATE-JOUR TO SHAB-CPT-DATE
098570        MOVE ZERO TO SHAB-CPT-APPELS
098571        MOVE ZERO TO SHAB-CPT-BALAYAGES
098572     END-IF
098573     IF SHAB-QUOTA-APPELS NUMERIC
098574     AND SHAB-QUOTA-APPELS > ZERO
098575     AND SHAB-CPT-APPELS NOT < SHAB-QUOTA-APPELS
098576        MOVE 'Q' TO S710-MOTIF-REFUS
098577        GO TO 2730-EXIT
098578     END-IF
098579     IF S710-M-FAM-BALAYAGE
098580     AND SHAB-QUOTA-BALAYAGES NUMERIC
098581     AND SHAB-QUOTA-BALAYAGES > ZERO
098582     AND SHAB-CPT-BALAYAGES NOT < SHAB-QUOTA-BALAYAGES
098583        MOVE 'B' TO S710-MOTIF-REFUS
098584        GO TO 2730-EXIT
098585     END-IF
098586     ADD 1 TO SHAB-CPT-APPELS
098587     IF S710-M-FAM-BALAYAGE
098588        ADD 1 TO SHAB-CPT-BALAYAGES
098589     END-IF
098590     REWRITE SHAB-ENREG
098591     IF NOT S710-HABIL-OK
098592        DISPLAY 'SOCC0710 - REECRITURE SOCHABI KO FS='
098593                S710-FS-HABIL
098594        MOVE 'O' TO S710-INCIDENT-SW
098595     END-IF.
098596 2730-EXIT.
098597     EXIT.
098600******************************************************************
098700* 3000 - RECHERCHE DANS LE REFERENTIEL : ACCES PAR INDEX POUR    *
098710*        LES METHODES IDENTIFIANTES, BALAYAGE SEQUENTIEL DU      *
149460* 3700 - METHODE 21 : LECTURE DIRECTE D'UNE PERSONNE PAR SA      *
149470*        CLE PRIMAIRE ET RESTITUTION COMPLETE (LIGNE 1 DU        *
149480*        TABLEAU + COMPLEMENT SOCC071L-DETAIL-AREA)              *
149481*        IDENTIFIANT RETIRE PAR FUSION : PERSONNE SURVIVANTE,    *
149482*        CODE RETOUR 06                                          *
149490******************************************************************
149491 3700-RESTITUER-DETAIL.
149492     PERFORM 4500-RESTITUER-VIDE THRU 4500-EXIT
149493     MOVE S710-C-PERSONENTITYID TO PREPO-PERSONENTITYID
149494     PERFORM 3720-LIRE-PERSONNE THRU 3720-EXIT
149495     IF S710-PERSVS-INTROUVABLE
149496        MOVE '01' TO SOCC071L-RETURN-CD
149497        GO TO 3700-EXIT
149498     END-IF
149499     IF NOT S710-PERSVS-OK
149500        DISPLAY 'SOCC0710 - LECTURE PERSVSAM/SOCXREF KO FS='
149501                S710-FS-PERSVS
149502        MOVE 'O' TO S710-INCIDENT-SW
149503        MOVE '09' TO SOCC071L-RETURN-CD
149520     MOVE S710-R TO SOCC071L-NB-LINE
149521     MOVE 1 TO SOCC071L-NB-LINE-TOTAL
149522     MOVE 'N' TO SOCC071L-PAGE-SUIVANTE
149523     MOVE S710-RC-DETAIL TO SOCC071L-RETURN-CD.
149524 3700-EXIT.
149525     EXIT.
149535******************************************************************
149536* 3720 - LECTURE DE LA PERSONNE DEMANDEE ; UN IDENTIFIANT RETIRE *
149537*        PAR FUSION DONNE LA PERSONNE SURVIVANTE (CODE RETOUR 06)*
149538******************************************************************
149539 3720-LIRE-PERSONNE.
149540     MOVE '00' TO S710-RC-DETAIL
149541     READ FPERSVS
149542     IF S710-PERSVS-INTROUVABLE
149543        PERFORM 3710-CHERCHER-SURVIVANT THRU 3710-EXIT
149544     END-IF.
149545 3720-EXIT.
149546     EXIT.
149547******************************************************************
149548* 3710 - IDENTIFIANT ABSENT DE PERSVSAM : S'IL A ETE RETIRE PAR  *
149549*        UNE FUSION (SOCXREF), LECTURE DE LA PERSONNE SURVIVANTE *
149550******************************************************************
149551 3710-CHERCHER-SURVIVANT.
149552     MOVE S710-C-PERSONENTITYID TO SXRF-ID-RETIRE
149553     READ FXREF
149554     IF S710-XREF-INTROUVABLE
149555        GO TO 3710-EXIT
149556     END-IF
149557*    ANOMALIE SOCXREF : STATUT RESTITUE DANS CELUI DE PERSVSAM,
149558*    3700 ABANDONNE ALORS LA DEMANDE (CODE RETOUR 09)
149559     IF NOT S710-XREF-OK
149560        MOVE S710-FS-XREF TO S710-FS-PERSVS
149561        GO TO 3710-EXIT
149562     END-IF
149563     MOVE '06' TO S710-RC-DETAIL
149564     MOVE SXRF-ID-SURVIVANT TO PREPO-PERSONENTITYID
149565     READ FPERSVS.
149566 3710-EXIT.
149567     EXIT.
149568******************************************************************
149600* 4600 - DEVERSEMENT DU RESULTAT COMPLET DANS LE SPOOL SOUS      *
149700*        UNE POIGNEE HORODATEE (OPTION SPOOL + DEBORDEMENT)      *
149800******************************************************************
171800     MOVE SOCC071L-NB-LINE       TO SJRN-NB-LINE
171900     MOVE SOCC071L-NB-LINE-TOTAL TO SJRN-NB-LINE-TOTAL
172000     MOVE SOCC071L-RETURN-CD     TO SJRN-RETURN-CD
172010     MOVE S710-MOTIF-REFUS       TO SJRN-MOTIF-REFUS
172100     WRITE SJRN-ENREG
172200     IF NOT S710-JOURNAL-OK
172300        DISPLAY 'SOCC0710 - ECRITURE SOCJRNL KO FS='
173500        CLOSE FJOURNAL
173510        CLOSE FJRNDET
173600        CLOSE FSPOOL
173610        CLOSE FXREF
173620        CLOSE FHABIL
173700     END-IF
173800     MOVE 'N' TO S710-INIT-SW
173900     MOVE 'N' TO S710-INCIDENT-SW
