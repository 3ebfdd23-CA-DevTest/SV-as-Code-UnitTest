002600* --------------------------                                     *
002700* 01/09/2026 CRP CREATION - ARCHIVAGE ET EPURATION DES JOURNAUX  *
002800*                SELON LE DELAI DE RETENTION (REPERE 2702PURG)   *
002810* 15/10/2026 CRP ENREGISTREMENTS DE DEBUT ET DE FIN DANS LE      *
002820*                JOURNAL DE SUIVI D'EXECUTION SOCSUIVI           *
002830*                (SOUS-PROGRAMME SOCC0726) (REPERE 2704SUIV)     *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
024950     05 FILLER                 PIC X(36) VALUE
024960        ' ENREG. PURGES SANS COMPTE PAR JOUR'.
024970     05 FILLER                 PIC X(51) VALUE SPACES.
024975******************************************************************
024980* ZONE DU JOURNAL DE SUIVI D'EXECUTION (SOUS-PROGRAMME SOCC0726) *
024985******************************************************************
024990     COPY SOCC07SU.
025000 PROCEDURE DIVISION.
025100******************************************************************
025200* 0000 - ENCHAINEMENT : UN PASSAGE PAR FICHIER JOURNALISE        *
025300******************************************************************
025400 0000-MAINLINE.
025410     PERFORM 9800-SUIVI-DEBUT THRU 9800-EXIT
025500     PERFORM 1000-INITIALISATION THRU 1000-EXIT
025600     PERFORM 2000-EPURER-JOURNAL THRU 2000-EXIT
025700     PERFORM 3000-EPURER-SPOOL THRU 3000-EXIT
025800     PERFORM 4000-EPURER-DETAIL THRU 4000-EXIT
025900     PERFORM 5000-TERMINER THRU 5000-EXIT
025910     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
026000     GOBACK.
026100******************************************************************
026200* 1000 - INITIALISATION : RETENTION, DATE LIMITE, ETAT           *
069000     ADD 1 TO B717-LIGNE-CPT.
069100 6200-EXIT.
069200     EXIT.
069203******************************************************************
069206* 9800 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE DEBUT  *
069209******************************************************************
069212 9800-SUIVI-DEBUT.
069215     MOVE 'SOCB0717' TO SSUI-PROGRAMME
069218     MOVE 'D' TO SSUI-PHASE
069221     CALL 'SOCC0726' USING SSUI-ENREG.
069224 9800-EXIT.
069227     EXIT.
069230******************************************************************
069233* 9810 - JOURNAL DE SUIVI D'EXECUTION : ENREGISTREMENT DE FIN,   *
069236*        CODE RETOUR ET COMPTEURS CLES. LES RANGS SONT FIXES ET  *
069239*        EXPLOITES PAR L'ETAT DE SUIVI SOCB0727 :                *
069242*        1 ARCHIVES                                              *
069245******************************************************************
069248 9810-SUIVI-FIN.
069251     MOVE 'F' TO SSUI-PHASE
069254     MOVE RETURN-CODE TO SSUI-RETURN-CODE
069257     MOVE 'ARCHIVES' TO SSUI-CPT-LIBELLE (1)
069260     MOVE B717-TOT-PURGES TO SSUI-CPT-VALEUR (1)
069263     CALL 'SOCC0726' USING SSUI-ENREG.
069266 9810-EXIT.
069269     EXIT.
069300******************************************************************
069400* 9999 - ABANDON DU TRAITEMENT                                   *
069500******************************************************************
069600 9999-ABANDON.
069700     DISPLAY 'SOCB0717 - ABANDON DU TRAITEMENT'
069800     MOVE 16 TO RETURN-CODE
069810     PERFORM 9810-SUIVI-FIN THRU 9810-EXIT
069900     STOP RUN.
