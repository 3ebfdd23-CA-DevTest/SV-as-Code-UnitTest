000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SOCM0724.
000300 AUTHOR.        CELLULE REFERENTIEL PERSONNES.
000400 INSTALLATION.  CTLM BANQUE.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* CTLM BANQUE : SERV0002 - MAINTENANCE DES HABILITATIONS         *
000900*----------------------------------------------------------------*
001000* TRANSACTION S724 (PSEUDO-CONVERSATIONNELLE, MAPSET SOCM071V).  *
001100* INTERROGATION ET MISE A JOUR DE LA TABLE DES HABILITATIONS     *
001200* DES APPELANTS DU SERVICE DE RECHERCHE (FICHIER VSAM SOCHABI,   *
001300* CLE = SOCC071L-CALLER-ID, DESSIN SOCC07HA) :                   *
001400*   - FONCTION I : AFFICHAGE DE L'HABILITATION DE L'APPELANT,    *
001500*     AVEC LES COMPTEURS DU JOUR TENUS PAR LE NOYAU              *
001600*   - FONCTION M : CREATION OU MODIFICATION (LIBELLE, ACTIF,     *
001700*     CANAUX, METHODES, QUOTAS JOURNALIERS), AVEC ESTAMPILLE     *
001800*     (UTILISATEUR, DATE, HEURE). LES COMPTEURS DU JOUR SONT     *
001900*     CONSERVES ; UN APPELANT SE SUSPEND PAR ACTIF = N.          *
002000* LE NOYAU SOCC0710 LIT L'HABILITATION A CHAQUE APPEL : LA       *
002100* MODIFICATION EST PRISE EN COMPTE IMMEDIATEMENT.                *
002200*----------------------------------------------------------------*
002300* HISTORIQUE DES MODIFICATIONS                                   *
002400* --------------------------                                     *
002500* 15/10/2026 CRP CREATION - ECRAN DE MAINTENANCE DES             *
002600*                HABILITATIONS ET QUOTAS (REPERE 2704HABI)       *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-ENTERPRISE.
003100 OBJECT-COMPUTER. IBM-ENTERPRISE.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600******************************************************************
003700* INDICATEURS ET ZONES DE TRAVAIL                                *
003800******************************************************************
003900 77  M724-RESP                 PIC S9(8) COMP VALUE ZERO.
004000 77  M724-RESP2                PIC S9(8) COMP VALUE ZERO.
004100 77  M724-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
004200 77  M724-DATE-JOUR            PIC 9(08) VALUE ZERO.
004300 77  M724-HEURE-JOUR           PIC 9(06) VALUE ZERO.
004400 77  M724-USERID               PIC X(08) VALUE SPACES.
004500 77  M724-EXISTE-SW            PIC X(01) VALUE 'N'.
004600     88 M724-EXISTE                      VALUE 'O'.
004700 77  M724-LECTURE-KO-SW        PIC X(01) VALUE 'N'.
004800     88 M724-LECTURE-KO                  VALUE 'O'.
004900 77  M724-I                    PIC 9(02) COMP VALUE ZERO.
005000 77  M724-NB-CANAUX            PIC 9(02) COMP VALUE ZERO.
005100 77  M724-FIN-LIBELLE          PIC X(30) VALUE
005200     'FIN DE LA TRANSACTION S724'.
005300******************************************************************
005400* TOUCHES D'ATTENTION CICS                                       *
005500******************************************************************
005600     COPY DFHAID.
005700 01  M724-CLE                  PIC X(08).
005800******************************************************************
005900* SAISIE CONTROLEE AVANT LECTURE POUR MISE A JOUR                *
006000******************************************************************
006100 01  M724-LIBELLE              PIC X(30).
006200 01  M724-CANAUX.
006300     05 M724-CANAL             PIC X(03) OCCURS 4 TIMES.
006400        88 M724-CANAL-CONNU    VALUE 'GUI' 'WEB' 'DIS' 'BAT'
006500                                     'TRM' '***'.
006600 01  M724-METHODES.
006700     05 M724-METH-AUT          PIC X(01) OCCURS 25 TIMES.
006800        88 M724-METH-VALIDE    VALUE 'O' 'N'.
006810 01  M724-QUOTA-APPELS         PIC X(07).
006820 01  M724-QUOTA-APPELS-9 REDEFINES M724-QUOTA-APPELS
006830                               PIC 9(07).
006840 01  M724-QUOTA-BALAYAGES      PIC X(05).
006850 01  M724-QUOTA-BALAYAGES-9 REDEFINES M724-QUOTA-BALAYAGES
006860                               PIC 9(05).
006900******************************************************************
007000* ENREGISTREMENT HABILITATION (DESSIN PARTAGE AVEC LE NOYAU)     *
007100******************************************************************
007200     COPY SOCC07HA.
007300******************************************************************
007400* MAP SYMBOLIQUE DE L'ECRAN                                      *
007500******************************************************************
007600     COPY SOCC07MH.
007700******************************************************************
007800* COMMAREA DE LA PSEUDO-CONVERSATION                             *
007900******************************************************************
008000 01  M724-COMMAREA             PIC X(01).
008100 LINKAGE SECTION.
008200 01  DFHCOMMAREA               PIC X(01).
008300******************************************************************
008400 PROCEDURE DIVISION.
008500******************************************************************
008600* 0000 - AIGUILLAGE DE LA PSEUDO-CONVERSATION                    *
008700******************************************************************
008800 0000-PILOTAGE.
008900     IF EIBCALEN = ZERO
009000        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
009100        GO TO 0000-RETOUR
009200     END-IF
009300     IF EIBAID = DFHPF3
009400        PERFORM 8000-FIN-DE-TRANSACTION THRU 8000-EXIT
009500        GO TO 0000-RETOUR
009600     END-IF
009700     PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT.
009800 0000-RETOUR.
009900     EXEC CICS RETURN
010000          TRANSID ('S724')
010100          COMMAREA (M724-COMMAREA)
010200     END-EXEC.
010300******************************************************************
010400* 1000 - PREMIER PASSAGE : ENVOI DE L'ECRAN VIERGE               *
010500******************************************************************
010600 1000-PREMIER-AFFICHAGE.
010700     MOVE LOW-VALUES TO SOCM71XO
010800     MOVE 'SAISIR LA FONCTION ET L''APPELANT'
010900       TO MSGLBO
011000     EXEC CICS SEND
011100          MAP ('SOCM71X')
011200          MAPSET ('SOCM071V')
011300          FROM (SOCM71XO)
011400          ERASE
011500     END-EXEC
011600     MOVE 'C' TO M724-COMMAREA.
011700 1000-EXIT.
011800     EXIT.
011900******************************************************************
012000* 2000 - RECEPTION ET TRAITEMENT DE LA SAISIE                    *
012100******************************************************************
012200 2000-TRAITER-SAISIE.
012300     MOVE LOW-VALUES TO SOCM71XI
012400     EXEC CICS RECEIVE
012500          MAP ('SOCM71X')
012600          MAPSET ('SOCM071V')
012700          INTO (SOCM71XI)
012800          RESP (M724-RESP)
012900     END-EXEC
013000     IF M724-RESP = DFHRESP(MAPFAIL)
013100        PERFORM 1000-PREMIER-AFFICHAGE THRU 1000-EXIT
013200        GO TO 2000-EXIT
013300     END-IF
013400     PERFORM 2100-CONTROLER-CLE THRU 2100-EXIT
013500     IF MSGLBO NOT = LOW-VALUES AND SPACES
013600        PERFORM 7000-REAFFICHER THRU 7000-EXIT
013700        GO TO 2000-EXIT
013800     END-IF
013900     EVALUATE FONCTIONI
014000         WHEN 'I'
014100              PERFORM 3000-INTERROGER THRU 3000-EXIT
014200         WHEN 'M'
014300              PERFORM 4000-METTRE-A-JOUR THRU 4000-EXIT
014400         WHEN OTHER
014500              MOVE 'FONCTION INVALIDE (I=INTERROGER M=MODIFIER)'
014600                TO MSGLBO
014700     END-EVALUATE
014800     PERFORM 7000-REAFFICHER THRU 7000-EXIT.
014900 2000-EXIT.
015000     EXIT.
015100******************************************************************
015200* 2100 - CONTROLE ET CONSTITUTION DE LA CLE (APPELANT)           *
015300******************************************************************
015400 2100-CONTROLER-CLE.
015500     MOVE SPACES TO MSGLBO
015600     MOVE SPACES TO M724-CLE
015700     IF APPELI = SPACES OR LOW-VALUES
015800        MOVE 'APPELANT OBLIGATOIRE' TO MSGLBO
015900        GO TO 2100-EXIT
016000     END-IF
016100     MOVE APPELI TO M724-CLE
016200     INSPECT M724-CLE REPLACING ALL LOW-VALUE BY SPACE.
016300 2100-EXIT.
016400     EXIT.
016500******************************************************************
016600* 3000 - FONCTION I : AFFICHAGE DE L'HABILITATION                *
016700******************************************************************
016800 3000-INTERROGER.
016900     PERFORM 5000-LIRE-HABILITATION THRU 5000-EXIT
017000     IF M724-LECTURE-KO
017100        GO TO 3000-EXIT
017200     END-IF
017300     IF NOT M724-EXISTE
017400        MOVE 'APPELANT INEXISTANT (TOUT APPEL SERAIT REFUSE)'
017500          TO MSGLBO
017600        GO TO 3000-EXIT
017700     END-IF
017800     PERFORM 6000-GARNIR-ECRAN THRU 6000-EXIT
017900     MOVE 'HABILITATION AFFICHEE' TO MSGLBO.
018000 3000-EXIT.
018100     EXIT.
018200******************************************************************
018300* 4000 - FONCTION M : CREATION OU MODIFICATION AVEC ESTAMPILLE   *
018400*        (LA SAISIE EST CONTROLEE AVANT LA LECTURE POUR MISE A   *
018500*        JOUR ; LES COMPTEURS DU JOUR SONT CONSERVES)            *
018600******************************************************************
018700 4000-METTRE-A-JOUR.
018800     PERFORM 4100-CONTROLER-SAISIE THRU 4100-EXIT
018900     IF MSGLBO NOT = SPACES
019000        GO TO 4000-EXIT
019100     END-IF
019200     PERFORM 5000-LIRE-HABILITATION THRU 5000-EXIT
019300     IF M724-LECTURE-KO
019400        GO TO 4000-EXIT
019500     END-IF
019600     IF NOT M724-EXISTE
019700        MOVE SPACES TO SHAB-ENREG
019800        MOVE ZERO TO SHAB-CPT-DATE
019900        MOVE ZERO TO SHAB-CPT-APPELS
020000        MOVE ZERO TO SHAB-CPT-BALAYAGES
020100     END-IF
020200     MOVE M724-CLE TO SHAB-CALLER-ID
020300     MOVE M724-LIBELLE TO SHAB-LIBELLE
020400     MOVE ACTIFI TO SHAB-ACTIF
020500     MOVE M724-CANAUX TO SHAB-CANAUX
020600     MOVE M724-METHODES TO SHAB-METHODES
020700     MOVE M724-QUOTA-APPELS-9 TO SHAB-QUOTA-APPELS
021200     MOVE M724-QUOTA-BALAYAGES-9 TO SHAB-QUOTA-BALAYAGES
021700     PERFORM 4500-ESTAMPILLER THRU 4500-EXIT
021800     IF M724-EXISTE
021900        EXEC CICS REWRITE
022000             FILE ('SOCHABI')
022100             FROM (SHAB-ENREG)
022200             RESP (M724-RESP)
022300        END-EXEC
022400     ELSE
022500        EXEC CICS WRITE
022600             FILE ('SOCHABI')
022700             FROM (SHAB-ENREG)
022800             RIDFLD (M724-CLE)
022900             RESP (M724-RESP)
023000        END-EXEC
023100     END-IF
023200     IF M724-RESP = DFHRESP(NORMAL)
023300        PERFORM 6000-GARNIR-ECRAN THRU 6000-EXIT
023400        MOVE 'HABILITATION ENREGISTREE - EFFET IMMEDIAT'
023500          TO MSGLBO
023600     ELSE
023700        MOVE 'ECRITURE SOCHABI EN ANOMALIE' TO MSGLBO
023800     END-IF.
023900 4000-EXIT.
024000     EXIT.
024100******************************************************************
024200* 4100 - CONTROLE DE LA SAISIE : ACTIF O/N, AU MOINS UN CANAL    *
024300*        CONNU, INDICATEURS DE METHODE O/N (BLANC = N), QUOTAS   *
024310*        NUMERIQUES (BLANC = ZERO = PAS DE LIMITE)               *
024400******************************************************************
024500 4100-CONTROLER-SAISIE.
024600     MOVE SPACES TO MSGLBO
024700     IF ACTIFI NOT = 'O' AND ACTIFI NOT = 'N'
024800        MOVE 'ACTIF DOIT VALOIR O OU N' TO MSGLBO
024900        GO TO 4100-EXIT
025000     END-IF
025100     MOVE LIBELLEI TO M724-LIBELLE
025200     INSPECT M724-LIBELLE REPLACING ALL LOW-VALUE BY SPACE
025300     MOVE CANAL1I TO M724-CANAL (1)
025400     MOVE CANAL2I TO M724-CANAL (2)
025500     MOVE CANAL3I TO M724-CANAL (3)
025600     MOVE CANAL4I TO M724-CANAL (4)
025700     INSPECT M724-CANAUX REPLACING ALL LOW-VALUE BY SPACE
025800     MOVE ZERO TO M724-NB-CANAUX
025900     PERFORM 4110-CONTROLER-CANAL THRU 4110-EXIT
026000         VARYING M724-I FROM 1 BY 1
026100         UNTIL M724-I > 4
026200     IF MSGLBO NOT = SPACES
026300        GO TO 4100-EXIT
026400     END-IF
026500     IF M724-NB-CANAUX = ZERO
026600        MOVE 'AU MOINS UN CANAL (OU ***) OBLIGATOIRE' TO MSGLBO
026700        GO TO 4100-EXIT
026800     END-IF
026900     MOVE METHAUTI TO M724-METHODES
027000     INSPECT M724-METHODES REPLACING ALL LOW-VALUE BY 'N'
027100                                     ALL SPACE BY 'N'
027200     PERFORM 4120-CONTROLER-METHODE THRU 4120-EXIT
027300         VARYING M724-I FROM 1 BY 1
027400         UNTIL M724-I > 25
027405     IF MSGLBO NOT = SPACES
027410        GO TO 4100-EXIT
027415     END-IF
027420     MOVE QUOTAAPI TO M724-QUOTA-APPELS
027425     INSPECT M724-QUOTA-APPELS REPLACING ALL LOW-VALUE BY SPACE
027430     IF M724-QUOTA-APPELS = SPACES
027435        MOVE ZERO TO M724-QUOTA-APPELS-9
027440     END-IF
027445     IF M724-QUOTA-APPELS NOT NUMERIC
027450        MOVE 'QUOTA APPELS/JOUR NON NUMERIQUE' TO MSGLBO
027455        GO TO 4100-EXIT
027460     END-IF
027465     MOVE QUOTABAI TO M724-QUOTA-BALAYAGES
027470     INSPECT M724-QUOTA-BALAYAGES REPLACING ALL LOW-VALUE BY SPACE
027475     IF M724-QUOTA-BALAYAGES = SPACES
027480        MOVE ZERO TO M724-QUOTA-BALAYAGES-9
027485     END-IF
027490     IF M724-QUOTA-BALAYAGES NOT NUMERIC
027495        MOVE 'QUOTA BALAYAGES/JOUR NON NUMERIQUE' TO MSGLBO
027497     END-IF.
027500 4100-EXIT.
027600     EXIT.
027700 4110-CONTROLER-CANAL.
027800     IF M724-CANAL (M724-I) = SPACES
027900        GO TO 4110-EXIT
028000     END-IF
028100     IF M724-CANAL-CONNU (M724-I)
028200        ADD 1 TO M724-NB-CANAUX
028300     ELSE
028400        MOVE 'CANAL INCONNU (GUI WEB DIS BAT TRM OU ***)'
028500          TO MSGLBO
028600     END-IF.
028700 4110-EXIT.
028800     EXIT.
028900 4120-CONTROLER-METHODE.
029000     IF NOT M724-METH-VALIDE (M724-I)
029100        MOVE 'METHODES : O OU N PAR RANG (BLANC = N)' TO MSGLBO
029200     END-IF.
029300 4120-EXIT.
029400     EXIT.
029500******************************************************************
029600* 4500 - ESTAMPILLE DE MISE A JOUR (UTILISATEUR, DATE, HEURE)    *
029700******************************************************************
029800 4500-ESTAMPILLER.
029900     EXEC CICS ASSIGN
030000          USERID (M724-USERID)
030100     END-EXEC
030200     EXEC CICS ASKTIME
030300          ABSTIME (M724-ABSTIME)
030400     END-EXEC
030500     EXEC CICS FORMATTIME
030600          ABSTIME (M724-ABSTIME)
030700          YYYYMMDD (M724-DATE-JOUR)
030800          TIME (M724-HEURE-JOUR)
030900     END-EXEC
031000     MOVE M724-USERID     TO SHAB-MAJ-USER
031100     MOVE M724-DATE-JOUR  TO SHAB-MAJ-DATE
031200     MOVE M724-HEURE-JOUR TO SHAB-MAJ-HEURE.
031300 4500-EXIT.
031400     EXIT.
031500******************************************************************
031600* 5000 - LECTURE DE L'HABILITATION (POUR MISE A JOUR EN M)       *
031700******************************************************************
031800 5000-LIRE-HABILITATION.
031900     MOVE 'N' TO M724-EXISTE-SW
032000     MOVE 'N' TO M724-LECTURE-KO-SW
032100     IF FONCTIONI = 'M'
032200        EXEC CICS READ
032300             FILE ('SOCHABI')
032400             INTO (SHAB-ENREG)
032500             RIDFLD (M724-CLE)
032600             UPDATE
032700             RESP (M724-RESP)
032800        END-EXEC
032900     ELSE
033000        EXEC CICS READ
033100             FILE ('SOCHABI')
033200             INTO (SHAB-ENREG)
033300             RIDFLD (M724-CLE)
033400             RESP (M724-RESP)
033500        END-EXEC
033600     END-IF
033700     EVALUATE M724-RESP
033800         WHEN DFHRESP(NORMAL)
033900              MOVE 'O' TO M724-EXISTE-SW
034000         WHEN DFHRESP(NOTFND)
034100              CONTINUE
034200         WHEN OTHER
034300              MOVE 'O' TO M724-LECTURE-KO-SW
034400              MOVE 'LECTURE SOCHABI EN ANOMALIE' TO MSGLBO
034500     END-EVALUATE.
034600 5000-EXIT.
034700     EXIT.
034800******************************************************************
034900* 6000 - GARNISSAGE DE L'ECRAN DEPUIS L'ENREGISTREMENT           *
035000******************************************************************
035100 6000-GARNIR-ECRAN.
035200     MOVE SHAB-CALLER-ID     TO APPELO
035300     MOVE SHAB-LIBELLE       TO LIBELLEO
035400     MOVE SHAB-ACTIF         TO ACTIFO
035500     MOVE SHAB-CANAL (1)     TO CANAL1O
035600     MOVE SHAB-CANAL (2)     TO CANAL2O
035700     MOVE SHAB-CANAL (3)     TO CANAL3O
035800     MOVE SHAB-CANAL (4)     TO CANAL4O
035900     MOVE SHAB-METHODES      TO METHAUTO
036000     MOVE SHAB-QUOTA-APPELS  TO QUOTAAPO
036100     MOVE SHAB-QUOTA-BALAYAGES TO QUOTABAO
036200     MOVE SHAB-CPT-DATE      TO CPTDATEO
036300     MOVE SHAB-CPT-APPELS    TO CPTAPPO
036400     MOVE SHAB-CPT-BALAYAGES TO CPTBALO
036500     MOVE SHAB-MAJ-USER      TO MAJUSERO
036600     MOVE SHAB-MAJ-DATE      TO MAJDATEO
036700     MOVE SHAB-MAJ-HEURE     TO MAJHEUREO.
036800 6000-EXIT.
036900     EXIT.
037000******************************************************************
037100* 7000 - REAFFICHAGE DE L'ECRAN (DONNEES SEULES)                 *
037200******************************************************************
037300 7000-REAFFICHER.
037400     EXEC CICS SEND
037500          MAP ('SOCM71X')
037600          MAPSET ('SOCM071V')
037700          FROM (SOCM71XO)
037800          DATAONLY
037900     END-EXEC
038000     MOVE 'C' TO M724-COMMAREA.
038100 7000-EXIT.
038200     EXIT.
038300******************************************************************
038400* 8000 - PF3 : FIN DE LA TRANSACTION                             *
038500******************************************************************
038600 8000-FIN-DE-TRANSACTION.
038700     EXEC CICS SEND TEXT
038800          FROM (M724-FIN-LIBELLE)
038900          ERASE
039000          FREEKB
039100     END-EXEC
039200     EXEC CICS RETURN
039300     END-EXEC.
039400 8000-EXIT.
039500     EXIT.
