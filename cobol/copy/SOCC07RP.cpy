      ******************************************************************
      * CTLM BANQUE : SERV0002 - PROPOSITIONS DE RATTACHEMENT         *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER DES PROPOSITIONS DE        *
      * RATTACHEMENT DES REFERENCES DISTRIBUTEUR INCONNUES (FICHIER   *
      * PROPRAPP, LG 150). PRODUIT PAR LE BATCH SOCB0731 A PARTIR DES *
      * EXCEPTIONS DE TYPE I DU RAPPROCHEMENT : UNE PROPOSITION PAR   *
      * REFERENCE POUR LAQUELLE LA RECHERCHE D'IDENTITE A DONNE UNE   *
      * SEULE CORRESPONDANCE FORTE. LA REFERENCE EST A RATTACHER A LA *
      * PERSONNE PROPOSEE PAR LE CHARGEMENT DU REFERENTIEL AMONT.     *
      ******************************************************************
       01 SPRP-ENREG.
      *   *** DATE DE LA PROPOSITION (SSAAMMJJ)
           05 SPRP-DATE                    PIC 9(08).
      *   *** REFERENCE DECLAREE PAR LE DISTRIBUTEUR (EXCEPTION I)
           05 SPRP-CREDITTRADERID          PIC 9(11).
           05 SPRP-TRADEREXTREFID          PIC X(20).
      *   *** PERSONNE DU REFERENTIEL A LAQUELLE RATTACHER LA REFERENCE
           05 SPRP-PERSONENTITYID          PIC 9(11).
      *   *** SCORE DE LA CORRESPONDANCE (NOTE DU SERVICE DE RECHERCHE
      *   *** MAJOREE DE LA CONCORDANCE DU PRENOM)
           05 SPRP-SCORE                   PIC 9(04).
      *   *** REFERENCE DISTRIBUTEUR PORTEE ACTUELLEMENT PAR LA PERSONNE
      *   *** (A BLANC ET A ZERO SI ELLE N'EN A PAS)
           05 SPRP-CREDITTRADERID-ACTUEL   PIC 9(11).
           05 SPRP-TRADEREXTREFID-ACTUEL   PIC X(20).
      *   *** IDENTITE DECLAREE PAR LE DISTRIBUTEUR
           05 SPRP-NOM                     PIC X(30).
           05 SPRP-PRENOM                  PIC X(20).
           05 SPRP-BIRTHDT                 PIC 9(08).
      *   *** RESERVE
           05 FILLER                       PIC X(07).
      *
