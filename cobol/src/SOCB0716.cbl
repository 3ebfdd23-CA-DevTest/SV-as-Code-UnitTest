002000* --------------------------                                     *
002100* 01/09/2026 CRP CREATION - INTERROGATION DU JOURNAL DETAILLE    *
002200*                PAR PERSONNE ET PLAGE DE DATES (REPERE 2702JDET)*
002210* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
002220*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
002230*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
013400     05 B716-LT-NB-LUS         PIC ZZZZZZ9.
013500     05 FILLER                 PIC X(14) VALUE ' ENREG. LUS'.
013600     05 FILLER                 PIC X(60) VALUE SPACES.
013610******************************************************************
013620* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
013630******************************************************************
013640     COPY SOCC07SU.
013700 PROCEDURE DIVISION.
013800******************************************************************
013900* 0000 - ENCHAINEMENT GENERAL                                    *
014000******************************************************************
014100 0000-MAINLINE.
014110     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
014200     PERFORM 1000-INITIALISATION THRU 1000-EXIT
014300     PERFORM 2000-FILTRER-ENREG THRU 2000-EXIT
014400         UNTIL B716-FIN-JOURNAL
014500     PERFORM 3000-TERMINER THRU 3000-EXIT
014510     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
014600     GOBACK.
014700******************************************************************
014800* 1000 - INITIALISATION : CARTE PARAMETRE ET OUVERTURES          *
030900     END-EVALUATE.
031000 8100-EXIT.
031100     EXIT.
031103******************************************************************
031106* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
031109******************************************************************
031112 9800-SUIVI-DEBUT.
031115     MOVE 'SOCB0716' TO SSUI-PROGRAMME
031118     MOVE 'D' TO SSUI-PHASE
031121     CALL 'SOCC0726' USING SSUI-ENREG.
031124 9800-EXIT.
031127     EXIT.
031130******************************************************************
031133* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
031136*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
031139*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
031142*        1 LUS / 2 EDITEES                                       *
031145******************************************************************
031148 9810-SUIVI-FIN.
031151     MOVE 'F' TO SSUI-PHASE
031154     MOVE RETURN-CODE TO SSUI-RETURN-CODE
031157     MOVE 'LUS' TO SSUI-CPT-LIBELLE (1)
031160     MOVE B716-NB-LUS TO SSUI-CPT-VALEUR (1)
031163     MOVE 'EDITEES' TO SSUI-CPT-LIBELLE (2)
031166     MOVE B716-NB-RETENUS TO SSUI-CPT-VALEUR (2)
031169     CALL 'SOCC0726' USING SSUI-ENREG.
031172 9810-EXIT.
031175     EXIT.
031200******************************************************************
031300* 9999 - ABANDON DU TRAITEMENT                                   *
031400******************************************************************
031500 9999-ABANDON.
031600     DISPLAY 'SOCB0716 - ABANDON DU TRAITEMENT'
031700     MOVE 16 TO RETURN-CODE
031710     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
031800     STOP RUN.
