000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCC0726.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - ECRITURE DU JOURNAL DE SUIVI          *
000900*                          D'EXECUTION DE LA CHAINE BATCH        *
001000*----------------------------------------------------------------*
001100* SOUS-PROGRAMME APPELABLE (CALL) PAR LES TRAITEMENTS BATCH      *
001200* SOCB07XX, EN DEBUT ET EN FIN DE TRAITEMENT. IL AJOUTE AU       *
001300* JOURNAL DE SUIVI SOCSUIVI (SOCC07SU) L'ENREGISTREMENT PASSE    *
001400* EN ZONE DE COMMUNICATION APRES L'AVOIR HORODATE :              *
001500*   - PHASE D : DATE ET HEURE DE DEBUT, FIN, CODE RETOUR ET      *
001600*     COMPTEURS REMIS A ZERO ;                                   *
001700*   - PHASE F : DATE ET HEURE DE FIN ; LE CODE RETOUR ET LES     *
001800*     COMPTEURS SONT FOURNIS PAR L'APPELANT, LA DATE ET L'HEURE  *
001900*     DE DEBUT SONT CELLES POSEES A L'APPEL DE PHASE D.          *
002000* LE FICHIER EST OUVERT EN EXTENSION ET REFERME A CHAQUE APPEL   *
002100* (DISP=MOD DANS LE JCL DE CHAQUE ETAPE).                        *
002200*                                                                *
002300* UN INCIDENT SUR LE JOURNAL DE SUIVI N'ARRETE PAS LE TRAITEMENT *
002400* APPELANT : IL EST SIGNALE EN SYSOUT ET L'ABSENCE DE            *
002500* L'ENREGISTREMENT RESSORT SUR L'ETAT DE SUIVI SOCB0727.         *
002600* AU RETOUR, LE CODE RETOUR DE L'APPELANT EST CELUI DE LA ZONE   *
002700* SSUI-RETURN-CODE (ZERO EN PHASE D) : L'APPEL NE MASQUE PAS LE  *
002800* CODE RETOUR DU TRAITEMENT.                                     *
002900*----------------------------------------------------------------*
003000* HISTORIQUE DES MODIFICATIONS                                   *
003100* --------------------------                                     *
003200* 15/10/2026 CRP CREATION - JOURNAL DE SUIVI D'EXECUTION DE LA   *
003300*                CHAINE BATCH (REPERE 2704SUIV)                  *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-ENTERPRISE.
003800 OBJECT-COMPUTER. IBM-ENTERPRISE.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*   *** JOURNAL DE SUIVI D'EXECUTION DE LA CHAINE
004400     SELECT OPTIONAL FSUIVI ASSIGN TO SOCSUIVI
004500            ORGANIZATION IS SEQUENTIAL
004600            FILE STATUS IS S726-FS-SUIVI.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FSUIVI
005000     BLOCK CONTAINS 0 RECORDS
005100     RECORD CONTAINS 200 CHARACTERS.
005200 01  S726-SUIVI                   PIC X(200).
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500* INDICATEURS ET ZONES DE TRAVAIL                                *
005600******************************************************************
005700 77  S726-FS-SUIVI             PIC X(02) VALUE SPACES.
005800     88 S726-SUIVI-OK                    VALUE '00' '05'.
005900 77  S726-I                    PIC 9(2) COMP VALUE ZERO.
006000 01  S726-DATE-SYS.
006100     05 S726-DS-AAMMJJ         PIC 9(06).
006200 01  S726-HEURE-SYS.
006300     05 S726-HS-HHMMSS         PIC 9(06).
006400     05 FILLER                 PIC X(02).
006500 LINKAGE SECTION.
006600     COPY SOCC07SU.
006700******************************************************************
006800 PROCEDURE DIVISION USING SSUI-ENREG.
006900******************************************************************
007000* 0000 - PILOTAGE : HORODATAGE PUIS AJOUT AU JOURNAL DE SUIVI    *
007100******************************************************************
007200 0000-PILOTAGE.
007300     ACCEPT S726-DATE-SYS FROM DATE
007400     ACCEPT S726-HEURE-SYS FROM TIME
007500     IF SSUI-FIN
007600        PERFORM 2000-HORODATER-FIN THRU 2000-EXIT
007700     ELSE
007800        PERFORM 1000-HORODATER-DEBUT THRU 1000-EXIT
007900     END-IF
008000     PERFORM 3000-ECRIRE-SUIVI THRU 3000-EXIT.
008100 0000-RETOUR.
008200     MOVE SSUI-RETURN-CODE TO RETURN-CODE
008300     GOBACK.
008400******************************************************************
008500* 1000 - ENREGISTREMENT DE DEBUT : HORODATAGE DU DEMARRAGE,      *
008600*        FIN, CODE RETOUR ET COMPTEURS A ZERO                    *
008700******************************************************************
008800 1000-HORODATER-DEBUT.
008900     MOVE 'D' TO SSUI-PHASE
009000     COMPUTE SSUI-DATE-DEBUT = 20000000 + S726-DS-AAMMJJ
009100     MOVE S726-HS-HHMMSS TO SSUI-HEURE-DEBUT
009200     MOVE ZERO TO SSUI-DATE-FIN
009300     MOVE ZERO TO SSUI-HEURE-FIN
009400     MOVE ZERO TO SSUI-RETURN-CODE
009500     PERFORM 1100-RAZ-COMPTEUR THRU 1100-EXIT
009600         VARYING S726-I FROM 1 BY 1
009700         UNTIL S726-I > 8.
009800 1000-EXIT.
009900     EXIT.
010000 1100-RAZ-COMPTEUR.
010100     MOVE SPACES TO SSUI-CPT-LIBELLE (S726-I)
010200     MOVE ZERO TO SSUI-CPT-VALEUR (S726-I).
010300 1100-EXIT.
010400     EXIT.
010500******************************************************************
010600* 2000 - ENREGISTREMENT DE FIN : HORODATAGE DE LA FIN. UNE DATE  *
010700*        DE DEBUT ABSENTE (PHASE D NON APPELEE) PREND LA DATE ET *
010800*        L'HEURE DE FIN                                          *
010900******************************************************************
011000 2000-HORODATER-FIN.
011100     COMPUTE SSUI-DATE-FIN = 20000000 + S726-DS-AAMMJJ
011200     MOVE S726-HS-HHMMSS TO SSUI-HEURE-FIN
011300     IF SSUI-DATE-DEBUT NOT NUMERIC
011400     OR SSUI-DATE-DEBUT = ZERO
011500        MOVE SSUI-DATE-FIN TO SSUI-DATE-DEBUT
011600        MOVE SSUI-HEURE-FIN TO SSUI-HEURE-DEBUT
011700     END-IF
011800     IF SSUI-RETURN-CODE NOT NUMERIC
011900        MOVE ZERO TO SSUI-RETURN-CODE
012000     END-IF.
012100 2000-EXIT.
012200     EXIT.
012300******************************************************************
012400* 3000 - AJOUT AU JOURNAL DE SUIVI (INCIDENT SIGNALE, NON        *
012500*        BLOQUANT)                                               *
012600******************************************************************
012700 3000-ECRIRE-SUIVI.
012800     OPEN EXTEND FSUIVI
012900     IF NOT S726-SUIVI-OK
013000        DISPLAY 'SOCC0726 - OUVERTURE SOCSUIVI KO FS='
013100                S726-FS-SUIVI ' - ' SSUI-PROGRAMME
013200                ' PHASE ' SSUI-PHASE
013300        GO TO 3000-EXIT
013400     END-IF
013500     WRITE S726-SUIVI FROM SSUI-ENREG
013600     IF NOT S726-SUIVI-OK
013700        DISPLAY 'SOCC0726 - ECRITURE SOCSUIVI KO FS='
013800                S726-FS-SUIVI ' - ' SSUI-PROGRAMME
013900                ' PHASE ' SSUI-PHASE
014000     END-IF
014100     CLOSE FSUIVI.
014200 3000-EXIT.
014300     EXIT.
