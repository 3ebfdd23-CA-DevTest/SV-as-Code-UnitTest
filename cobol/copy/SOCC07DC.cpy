      ******************************************************************
      * CTLM BANQUE : SERV0002 - STOCK CLIENTS DES DISTRIBUTEURS      *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER CLIENTS TRANSMIS PAR LES   *
      * DISTRIBUTEURS (FICHIER DISTCLI, LG 150), TEL QUE RECU.        *
      * LE FICHIER EST FORME D'UNE SECTION PAR DISTRIBUTEUR :         *
      *   - UN ENREGISTREMENT ENTETE (TYPE E) PORTANT LA DATE         *
      *     D'EXTRACTION ;                                            *
      *   - LES CLIENTS DU DISTRIBUTEUR (TYPE BLANC OU D), DANS UN    *
      *     ORDRE QUELCONQUE ;                                        *
      *   - UN ENREGISTREMENT FIN (TYPE F) PORTANT LE NOMBRE DE       *
      *     CLIENTS DE LA SECTION.                                    *
      * LE FICHIER EST CONTROLE PAR SOCB0728, QUI NE TRANSMET AU      *
      * RAPPROCHEMENT SOCB0714 QUE LES CLIENTS (SANS ENTETE NI FIN)   *
      * DES DISTRIBUTEURS ACCEPTES.                                   *
      ******************************************************************
       01 SDCL-ENREG.
      *   *** IDENTIFIANT COMMERCIALISATEUR EMETTEUR
           05 SDCL-CREDITTRADERID          PIC 9(11).
      *   *** ENREGISTREMENT CLIENT
           05 SDCL-CLIENT.
      *      *** REFERENCE CLIENT CHEZ LE DISTRIBUTEUR
              10 SDCL-TRADEREXTREFID       PIC X(20).
      *      *** IDENTITE DECLAREE PAR LE DISTRIBUTEUR
              10 SDCL-NOM                  PIC X(50).
              10 SDCL-PRENOM               PIC X(30).
              10 SDCL-BIRTHDT              PIC 9(08).
              10 SDCL-POSTALCD             PIC X(10).
      *   *** ENREGISTREMENT ENTETE DE SECTION
           05 SDCL-ENTETE REDEFINES SDCL-CLIENT.
              10 SDCL-EN-DATE-EXTRACTION   PIC 9(08).
              10 FILLER                    PIC X(110).
      *   *** ENREGISTREMENT FIN DE SECTION
           05 SDCL-FIN REDEFINES SDCL-CLIENT.
              10 SDCL-FI-NB-CLIENTS        PIC 9(09).
              10 FILLER                    PIC X(109).
      *   *** TYPE D'ENREGISTREMENT
           05 SDCL-TYPE                    PIC X(01).
              88 SDCL-TYPE-ENTETE          VALUE 'E'.
              88 SDCL-TYPE-FIN             VALUE 'F'.
              88 SDCL-TYPE-CLIENT          VALUE ' ' 'D'.
      *   *** RESERVE
           05 FILLER                       PIC X(20).
      *
