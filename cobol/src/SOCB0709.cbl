003200* --------------------------                                     *
003300* 01/09/2026 CRP CREATION - CONTROLE DE L'EXTRAIT AVANT LA       *
003400*                CHAINE QUOTIDIENNE (REPERE 2702CTRL)            *
003410* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
003420*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
003430*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
018300     05 FILLER                 PIC X(10) VALUE 'VERDICT : '.
018400     05 B709-LV-LIBELLE        PIC X(60).
018500     05 FILLER                 PIC X(62) VALUE SPACES.
018510******************************************************************
018520* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
018530******************************************************************
018540     COPY SOCC07SU.
018600 PROCEDURE DIVISION.
018700******************************************************************
018800* 0000 - ENCHAINEMENT GENERAL                                    *
018900******************************************************************
019000 0000-MAINLINE.
019010     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
019100     PERFORM 1000-INITIALISATION THRU 1000-EXIT
019200     PERFORM 2000-CONTROLER-PERSONNE THRU 2000-EXIT
019300         UNTIL B709-FIN-EXTRAIT
019400     PERFORM 3000-CONTROLES-GLOBAUX THRU 3000-EXIT
019500     PERFORM 4000-TERMINER THRU 4000-EXIT
019510     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
019600     GOBACK.
019700******************************************************************
019800* 1000 - INITIALISATION : OUVERTURES ET LECTURES DE CONTROLE     *
059000     END-EVALUATE.
059100 8100-EXIT.
059200     EXIT.
059202******************************************************************
059204* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
059206******************************************************************
059208 9800-SUIVI-DEBUT.
059210     MOVE 'SOCB0709' TO SSUI-PROGRAMME
059212     MOVE 'D' TO SSUI-PHASE
059214     CALL 'SOCC0726' USING SSUI-ENREG.
059216 9800-EXIT.
059218     EXIT.
059220******************************************************************
059222* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
059224*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
059226*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
059228*        1 LUS / 2 ACCEPTES / 3 REJETS / 4 REJ NAISS /           *
059230*        5 REJ RANG / 6 REJ NOM / 7 SONDAGES / 8 REJ PHON        *
059232******************************************************************
059234 9810-SUIVI-FIN.
059236     MOVE 'F' TO SSUI-PHASE
059238     MOVE RETURN-CODE TO SSUI-RETURN-CODE
059240     MOVE 'LUS' TO SSUI-CPT-LIBELLE (1)
059242     MOVE B709-NB-LUS TO SSUI-CPT-VALEUR (1)
059244     MOVE 'ACCEPTES' TO SSUI-CPT-LIBELLE (2)
059246     IF RETURN-CODE = ZERO
059248        MOVE B709-NB-LUS TO SSUI-CPT-VALEUR (2)
059250     END-IF
059252     MOVE 'REJETS' TO SSUI-CPT-LIBELLE (3)
059254     MOVE B709-NB-REJETS TO SSUI-CPT-VALEUR (3)
059256     MOVE 'REJ NAISS' TO SSUI-CPT-LIBELLE (4)
059258     MOVE B709-NB-REJ-NAISS TO SSUI-CPT-VALEUR (4)
059260     MOVE 'REJ RANG' TO SSUI-CPT-LIBELLE (5)
059262     MOVE B709-NB-REJ-RANG TO SSUI-CPT-VALEUR (5)
059264     MOVE 'REJ NOM' TO SSUI-CPT-LIBELLE (6)
059266     MOVE B709-NB-REJ-NOM TO SSUI-CPT-VALEUR (6)
059268     MOVE 'SONDAGES' TO SSUI-CPT-LIBELLE (7)
059270     MOVE B709-NB-SONDES TO SSUI-CPT-VALEUR (7)
059272     MOVE 'REJ PHON' TO SSUI-CPT-LIBELLE (8)
059274     MOVE B709-NB-REJ-PHON TO SSUI-CPT-VALEUR (8)
059276     CALL 'SOCC0726' USING SSUI-ENREG.
059278 9810-EXIT.
059280     EXIT.
059300******************************************************************
059400* 9999 - ABANDON DU TRAITEMENT                                   *
059500******************************************************************
059600 9999-ABANDON.
059700     DISPLAY 'SOCB0709 - ABANDON DU TRAITEMENT'
059800     MOVE 16 TO RETURN-CODE
059810     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
059900     STOP RUN.
