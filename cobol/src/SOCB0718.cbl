002600* 01/09/2026 CRP CREATION - FICHIER DE CORRECTION PAR            *
002700*                DISTRIBUTEUR DEPUIS LES EXCEPTIONS DU           *
002800*                RAPPROCHEMENT (REPERE 2702CORR)                 *
002810* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
002820*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
002830*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
013400 77  B718-DATE-JOUR            PIC 9(08) VALUE ZERO.
013500 01  B718-DATE-SYS.
013600     05 B718-DS-AAMMJJ         PIC 9(06).
013610******************************************************************
013620* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
013630******************************************************************
013640     COPY SOCC07SU.
013700 PROCEDURE DIVISION.
013800******************************************************************
013900* 0000 - ENCHAINEMENT : SELECTION/TRI PUIS MISE EN SEQUENCES     *
014000******************************************************************
014100 0000-MAINLINE.
014110     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
014200     PERFORM 1000-INITIALISATION THRU 1000-EXIT
014300     SORT FTRI1
014400          ON ASCENDING KEY TRI1-CLE
015100     END-IF
015200     PERFORM 2000-PRODUIRE-CORRDIST THRU 2000-EXIT
015300     PERFORM 3000-TERMINER THRU 3000-EXIT
015310     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
015400     GOBACK.
015500******************************************************************
015600* 1000 - INITIALISATION                                          *
032100             B718-NB-DISTRIBUTEURS.
032200 3000-EXIT.
032300     EXIT.
032302******************************************************************
032304* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
032306******************************************************************
032308 9800-SUIVI-DEBUT.
032310     MOVE 'SOCB0718' TO SSUI-PROGRAMME
032312     MOVE 'D' TO SSUI-PHASE
032314     CALL 'SOCC0726' USING SSUI-ENREG.
032316 9800-EXIT.
032318     EXIT.
032320******************************************************************
032322* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
032324*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
032326*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
032328*        1 DETAILS / 2 LUES / 3 RETENUES / 4 DIVERGENCE /        *
032330*        5 INCONNUES / 6 DISTRIB                                 *
032332******************************************************************
032334 9810-SUIVI-FIN.
032336     MOVE 'F' TO SSUI-PHASE
032338     MOVE RETURN-CODE TO SSUI-RETURN-CODE
032340     MOVE 'DETAILS' TO SSUI-CPT-LIBELLE (1)
032342     COMPUTE SSUI-CPT-VALEUR (1) =
032344             B718-NB-DIVERGENCES + B718-NB-INCONNUES
032346     MOVE 'LUES' TO SSUI-CPT-LIBELLE (2)
032348     MOVE B718-NB-LUES TO SSUI-CPT-VALEUR (2)
032350     MOVE 'RETENUES' TO SSUI-CPT-LIBELLE (3)
032352     MOVE B718-NB-RETENUES TO SSUI-CPT-VALEUR (3)
032354     MOVE 'DIVERGENCE' TO SSUI-CPT-LIBELLE (4)
032356     MOVE B718-NB-DIVERGENCES TO SSUI-CPT-VALEUR (4)
032358     MOVE 'INCONNUES' TO SSUI-CPT-LIBELLE (5)
032360     MOVE B718-NB-INCONNUES TO SSUI-CPT-VALEUR (5)
032362     MOVE 'DISTRIB' TO SSUI-CPT-LIBELLE (6)
032364     MOVE B718-NB-DISTRIBUTEURS TO SSUI-CPT-VALEUR (6)
032366     CALL 'SOCC0726' USING SSUI-ENREG.
032368 9810-EXIT.
032370     EXIT.
032400******************************************************************
032500* 9999 - ABANDON DU TRAITEMENT                                   *
032600******************************************************************
032700 9999-ABANDON.
032800     DISPLAY 'SOCB0718 - ABANDON DU TRAITEMENT'
032900     MOVE 16 TO RETURN-CODE
032910     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
033000     STOP RUN.
