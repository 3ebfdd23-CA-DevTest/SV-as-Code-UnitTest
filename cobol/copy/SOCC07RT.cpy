      ******************************************************************
      * CTLM BANQUE : SERV0002 - REFERENCES INCONNUES A EXAMINER      *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DE LA LISTE DE TRAVAIL DES REFERENCES *
      * DISTRIBUTEUR INCONNUES SANS CORRESPONDANCE UNIQUE (FICHIER    *
      * ATTRAPP, LG 150). PRODUIT PAR LE BATCH SOCB0731 POUR L'EQUIPE *
      * PARTENAIRES : POUR CHAQUE EXCEPTION DE TYPE I AMBIGUE, UN     *
      * ENREGISTREMENT EXCEPTION (CODE E) PORTANT L'IDENTITE DECLAREE *
      * SUIVI D'UN ENREGISTREMENT CANDIDAT (CODE C) PAR PERSONNE      *
      * RESTITUEE PAR LA RECHERCHE, PAR SCORE DECROISSANT.            *
      ******************************************************************
       01 SRTR-ENREG.
      *   *** CODE ENREGISTREMENT : E=EXCEPTION  C=CANDIDAT
           05 SRTR-CODE                    PIC X(01).
              88 SRTR-EXCEPTION            VALUE 'E'.
              88 SRTR-CANDIDAT             VALUE 'C'.
      *   *** DATE DE LA RECHERCHE (SSAAMMJJ)
           05 SRTR-DATE                    PIC 9(08).
      *   *** REFERENCE DECLAREE PAR LE DISTRIBUTEUR (EXCEPTION I)
           05 SRTR-CREDITTRADERID          PIC 9(11).
           05 SRTR-TRADEREXTREFID          PIC X(20).
           05 SRTR-DETAIL                  PIC X(110).
      *   *** ENREGISTREMENT EXCEPTION (CODE E)
           05 SRTR-EXC REDEFINES SRTR-DETAIL.
      *      *** NOMBRE DE CANDIDATS (TOTAL TROUVE PAR LA RECHERCHE,
      *      *** CANDIDATS LISTES) ET DE CORRESPONDANCES FORTES
              10 SRTR-EX-NB-TROUVES        PIC 9(05).
              10 SRTR-EX-NB-LISTES         PIC 9(03).
              10 SRTR-EX-NB-FORTS          PIC 9(03).
      *      *** IDENTITE DECLAREE PAR LE DISTRIBUTEUR
              10 SRTR-EX-NOM               PIC X(50).
              10 SRTR-EX-PRENOM            PIC X(30).
              10 SRTR-EX-BIRTHDT           PIC 9(08).
              10 SRTR-EX-POSTALCD          PIC X(10).
              10 FILLER                    PIC X(01).
      *   *** ENREGISTREMENT CANDIDAT (CODE C)
           05 SRTR-CAND REDEFINES SRTR-DETAIL.
      *      *** RANG DU CANDIDAT ET SCORE DE LA CORRESPONDANCE
              10 SRTR-CA-RANG              PIC 9(02).
              10 SRTR-CA-SCORE             PIC 9(04).
      *      *** O=CORRESPONDANCE FORTE  P=PRENOM CONCORDANT SEULEMENT
      *      *** N=PRENOM DIFFERENT
              10 SRTR-CA-NIVEAU            PIC X(01).
                 88 SRTR-CA-FORT           VALUE 'O'.
      *      *** PERSONNE CANDIDATE
              10 SRTR-CA-PERSONENTITYID    PIC 9(11).
              10 SRTR-CA-NOM               PIC X(25).
              10 SRTR-CA-PRENOM            PIC X(15).
              10 SRTR-CA-BIRTHDT           PIC 9(08).
              10 SRTR-CA-POSTALCD          PIC X(10).
      *      *** REFERENCE DISTRIBUTEUR PORTEE PAR LE CANDIDAT
              10 SRTR-CA-CREDITTRADERID    PIC 9(11).
              10 SRTR-CA-TRADEREXTREFID    PIC X(20).
              10 FILLER                    PIC X(03).
      *
