      ******************************************************************
      * CTLM BANQUE : SERV0002 - PERSONNES DECEDEES                   *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER DES PERSONNES RAPPROCHEES  *
      * DU FICHIER DES DECES DE L'INSEE (FICHIER SOCDECES, VSAM KSDS, *
      * CLE = IDENTIFIANT PERSONNE, LG CLE 11, LG ENREGISTREMENT      *
      * 200). CONSTITUE PAR LE BATCH MENSUEL SOCB0729 (NOUVEAU        *
      * FICHIER DECENEUF TRIE, RECHARGE PAR REPRO) ; UNE PERSONNE Y   *
      * FIGURE UNE SEULE FOIS, AVEC LE MEILLEUR RAPPROCHEMENT OBTENU. *
      * LU PAR LA RECHERCHE EN MASSE SOCB0711 : LES PERSONNES DE      *
      * QUALITE CERTAINE NE SONT PLUS EXTRAITES.                      *
      ******************************************************************
       01 SDEC-ENREG.
      *   *** IDENTIFIANT DE LA PERSONNE (CLE)
           05 SDEC-PERSONENTITYID          PIC 9(11).
      *   *** QUALITE DU RAPPROCHEMENT : C=CERTAIN  P=PROBABLE
      *   *** (A EXAMINER)  R=REJETE (HOMONYME, CONSERVE POUR TRACE)
           05 SDEC-QUALITE                 PIC X(01).
              88 SDEC-CERTAIN              VALUE 'C'.
              88 SDEC-PROBABLE             VALUE 'P'.
              88 SDEC-REJETE               VALUE 'R'.
      *   *** SCORE (0 A 100) ET NIVEAU D'ACCORD PAR CRITERE :
      *   *** E=EGALITE  P=PHONETIQUE  I=INCONNU  N=DIFFERENT
           05 SDEC-SCORE                   PIC 9(03).
           05 SDEC-NIV-NOM                 PIC X(01).
           05 SDEC-NIV-PRENOM              PIC X(01).
           05 SDEC-NIV-LIEU                PIC X(01).
      *   *** DONNEES DU DECES (INSEE)
           05 SDEC-DATE-DECES              PIC 9(08).
           05 SDEC-LIEU-DECES              PIC X(05).
           05 SDEC-NUMERO-ACTE             PIC X(09).
           05 SDEC-INSEE-NOM               PIC X(30).
           05 SDEC-INSEE-PRENOM            PIC X(20).
           05 SDEC-INSEE-LIEU-NAISS        PIC X(05).
           05 SDEC-INSEE-SEXE              PIC X(01).
      *   *** DONNEES DE LA PERSONNE (PERSREPO) AU RAPPROCHEMENT
           05 SDEC-PERS-NOM                PIC X(30).
           05 SDEC-PERS-PRENOM             PIC X(20).
           05 SDEC-PERS-NAISSANCE          PIC 9(08).
           05 SDEC-PERS-LIEU-NAISS         PIC X(10).
           05 SDEC-FOYERID                 PIC 9(11).
           05 SDEC-IND-FOYER-PRINC         PIC X(01).
      *   *** PREMIER RAPPROCHEMENT DE CETTE QUALITE ET DERNIER
      *   *** PASSAGE L'AYANT CONFIRME (SSAAMMJJ)
           05 SDEC-DATE-DETECTION          PIC 9(08).
           05 SDEC-DATE-RAPPROCHEMENT      PIC 9(08).
      *   *** RESERVE
           05 FILLER                       PIC X(08).
      *
