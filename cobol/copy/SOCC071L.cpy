      *   *** IDENTITE DE L'APPELANT (OPERATEUR OU TRAITEMENT)          2612BULK
             10 SOCC071L-CALLER-ID          PIC X(08).                  2612BULK
      *   *** CANAL APPELANT (GUI/WEB/DIS/BAT)                          2612BULK
      *   *** TRM=TRANSACTION 3270 S720 (APPELANT = USERID CICS)        2704INTR
             10 SOCC071L-CHANNEL-CD         PIC X(03).                  2612BULK
2612BU*      10 FILLER                      PIC X(126).                 2608VERH
             10 FILLER                      PIC X(83).                  2612BULK
      *   *** 04=METHODE FERMEE PAR PARAMETRAGE (SOCPARM)               2612PARM
      *   *** 05=POIGNEE DE SPOOL INCONNUE OU EPUREE PAR LE MENAGE      2702PURG
      *   *** PERIODIQUE (METHODE 19)                                   2702PURG
      *   *** 06=IDENTIFIANT RETIRE PAR FUSION DE DOUBLONS : LA         2704FUSI
      *   *** PERSONNE SURVIVANTE EST RESTITUEE (METHODE 21)            2704FUSI
      *   *** 07=APPEL REFUSE PAR LE CONTROLE DES HABILITATIONS         2704HABI
      *   *** (SOCHABI) : APPELANT INCONNU OU SUSPENDU, CANAL OU        2704HABI
      *   *** METHODE NON HABILITE, QUOTA JOURNALIER D'APPELS OU DE     2704HABI
      *   *** BALAYAGES ATTEINT (MOTIF DANS LE JOURNAL SOCJRNL)         2704HABI
             10  SOCC071L-RETURN-CD             PIC X(02).              2608RSNC
      *   *** TABLEAU DES PERSONNES
             10  SOCC071L-PERSON-ARRAY.
