      ******************************************************************
      * CTLM BANQUE : SERV0002 - SIGNALEMENTS DE DECES A L'AMONT      *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER DES DECES SIGNALES AU      *
      * REFERENTIEL AMONT (FICHIER DECESAMT, LG 100). PRODUIT PAR LE  *
      * BATCH MENSUEL SOCB0729 : UN SIGNALEMENT PAR PERSONNE DONT LE  *
      * RAPPROCHEMENT AVEC LE FICHIER DES DECES DE L'INSEE DEVIENT    *
      * CERTAIN ; UNE PERSONNE N'EST SIGNALEE QU'UNE FOIS.            *
      ******************************************************************
       01 SDNO-ENREG.
      *   *** DATE DU SIGNALEMENT (SSAAMMJJ)
           05 SDNO-DATE                    PIC 9(08).
      *   *** IDENTIFIANT DE LA PERSONNE DECEDEE
           05 SDNO-PERSONENTITYID          PIC 9(11).
      *   *** DONNEES DU DECES (INSEE)
           05 SDNO-DATE-DECES              PIC 9(08).
           05 SDNO-LIEU-DECES              PIC X(05).
           05 SDNO-NUMERO-ACTE             PIC X(09).
      *   *** SCORE DU RAPPROCHEMENT
           05 SDNO-SCORE                   PIC 9(03).
      *   *** FOYER DE LA PERSONNE ET INDICATEUR DE PERSONNE
      *   *** PRINCIPALE (LE FOYER EST ALORS A REORGANISER)
           05 SDNO-FOYERID                 PIC 9(11).
           05 SDNO-IND-FOYER-PRINC         PIC X(01).
      *   *** RESERVE
           05 FILLER                       PIC X(44).
      *
