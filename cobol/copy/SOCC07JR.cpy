           05 SJRN-NB-LINE                 PIC 9(03).
           05 SJRN-NB-LINE-TOTAL           PIC 9(05).
           05 SJRN-RETURN-CD               PIC X(02).
      *   *** MOTIF DU REFUS POUR LE CODE RETOUR 07 (CONTROLE DES
      *   *** HABILITATIONS SOCHABI) : I=APPELANT INCONNU OU SUSPENDU
      *   *** C=CANAL NON HABILITE  M=METHODE NON HABILITEE
      *   *** Q=QUOTA D'APPELS ATTEINT  B=QUOTA DE BALAYAGES ATTEINT.
      *   *** PRIS SUR LA RESERVE : BLANC SUR LES AUTRES APPELS
           05 SJRN-MOTIF-REFUS             PIC X(01).
              88 SJRN-REFUS-APPELANT       VALUE 'I'.
              88 SJRN-REFUS-CANAL          VALUE 'C'.
              88 SJRN-REFUS-METHODE        VALUE 'M'.
              88 SJRN-REFUS-QUOTA-APPELS   VALUE 'Q'.
              88 SJRN-REFUS-QUOTA-BALAYAGE VALUE 'B'.
      *   *** RESERVE
           05 FILLER                       PIC X(15).
      *
