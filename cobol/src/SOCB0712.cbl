002600*                DES CONSULTATIONS (REPERE 2612AUDJ)            *
002700* 22/08/2026 CRP SEUIL D'ALERTE BALAYAGES LU DANS LA TABLE DES  *
002800*                PARAMETRES SOCPARM (REPERE 2612PARM)           *
002810* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE     *
002820*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI          *
002830*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)    *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
023000     05 B712-LT-NB-LUS         PIC ZZZZZZ9.
023100     05 FILLER                 PIC X(06) VALUE ' LUS'.
023200     05 FILLER                 PIC X(74) VALUE SPACES.
023210******************************************************************
023220* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
023230******************************************************************
023240     COPY SOCC07SU.
023300 PROCEDURE DIVISION.
023400******************************************************************
023500* 0000 - ENCHAINEMENT GENERAL                                    *
023600******************************************************************
023700 0000-MAINLINE.
023710     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
023800     PERFORM 1000-INITIALISATION THRU 1000-EXIT
023900     PERFORM 2000-VENTILER-APPEL THRU 2000-EXIT
024000         UNTIL B712-FIN-JOURNAL
024100     PERFORM 3000-EDITER-ETAT THRU 3000-EXIT
024200     PERFORM 4000-TERMINER THRU 4000-EXIT
024210     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
024300     GOBACK.
024400******************************************************************
024500* 1000 - INITIALISATION : CARTE PARAMETRE ET OUVERTURES          *
056800     END-EVALUATE.
056900 8100-EXIT.
057000     EXIT.
057003******************************************************************
057006* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
057009******************************************************************
057012 9800-SUIVI-DEBUT.
057015     MOVE 'SOCB0712' TO SSUI-PROGRAMME
057018     MOVE 'D' TO SSUI-PHASE
057021     CALL 'SOCC0726' USING SSUI-ENREG.
057024 9800-EXIT.
057027     EXIT.
057030******************************************************************
057033* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
057036*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
057039*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
057042*        1 LUS / 2 RETENUS                                       *
057045******************************************************************
057048 9810-SUIVI-FIN.
057051     MOVE 'F' TO SSUI-PHASE
057054     MOVE RETURN-CODE TO SSUI-RETURN-CODE
057057     MOVE 'LUS' TO SSUI-CPT-LIBELLE (1)
057060     MOVE B712-NB-LUS TO SSUI-CPT-VALEUR (1)
057063     MOVE 'RETENUS' TO SSUI-CPT-LIBELLE (2)
057066     MOVE B712-NB-RETENUS TO SSUI-CPT-VALEUR (2)
057069     CALL 'SOCC0726' USING SSUI-ENREG.
057072 9810-EXIT.
057075     EXIT.
057100******************************************************************
057200* 9999 - ABANDON DU TRAITEMENT                                   *
057300******************************************************************
057400 9999-ABANDON.
057500     DISPLAY 'SOCB0712 - ABANDON DU TRAITEMENT'
057600     MOVE 16 TO RETURN-CODE
057610     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
057700     STOP RUN.
