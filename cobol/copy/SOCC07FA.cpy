      ******************************************************************
      * CTLM BANQUE : SERV0002 - ANOMALIES DE FOYER                   *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER DES ANOMALIES DE COHERENCE *
      * DES FOYERS (FICHIER FOYANOM, LG 150). PRODUIT PAR LE CONTROLE *
      * HEBDOMADAIRE SOCB0730 A DESTINATION DE L'EQUIPE DE CORRECTION *
      * DU REFERENTIEL AMONT : UN ENREGISTREMENT PAR FOYER ET TYPE     *
      * D'ANOMALIE, TRIE SUR LE FOYER.                                *
      ******************************************************************
       01 SFAN-ENREG.
      *   *** DATE DU CONTROLE (SSAAMMJJ)
           05 SFAN-DATE                    PIC 9(08).
      *   *** IDENTIFIANT DU FOYER
           05 SFAN-FOYERID                 PIC 9(11).
      *   *** TYPE D'ANOMALIE
           05 SFAN-TYPE                    PIC X(02).
              88 SFAN-SANS-PRINCIPAL       VALUE 'PA'.
              88 SFAN-MULTI-PRINCIPAL      VALUE 'PM'.
              88 SFAN-SANS-PRIVILEGIE      VALUE 'VA'.
              88 SFAN-MULTI-PRIVILEGIE     VALUE 'VM'.
              88 SFAN-RANG-DOUBLE          VALUE 'RD'.
              88 SFAN-RANG-MANQUANT        VALUE 'RM'.
              88 SFAN-CODES-POSTAUX        VALUE 'CP'.
              88 SFAN-VILLES               VALUE 'VI'.
              88 SFAN-DISTRIBUTEURS        VALUE 'DD'.
              88 SFAN-MEMBRE-UNIQUE        VALUE 'MU'.
           05 SFAN-LIBELLE                 PIC X(30).
      *   *** GRAVITE DU TYPE ET GRAVITE CUMULEE DU FOYER
           05 SFAN-GRAVITE                 PIC 9(02).
           05 SFAN-GRAVITE-FOYER           PIC 9(03).
      *   *** NOMBRE DE MEMBRES DU FOYER ET NOMBRE D'ELEMENTS EN CAUSE
      *   *** (MEMBRES PRINCIPAUX, RANGS EN DOUBLE, MEMBRES A UNE AUTRE
      *   *** ADRESSE...)
           05 SFAN-NB-MEMBRES              PIC 9(03).
           05 SFAN-NB-CONCERNES            PIC 9(03).
      *   *** PREMIER MEMBRE EN CAUSE (ZERO SI SANS OBJET)
           05 SFAN-PERSONENTITYID          PIC 9(11).
      *   *** VALEUR DE REFERENCE (PREMIER MEMBRE) ET PREMIERE VALEUR
      *   *** DIVERGENTE : CODE POSTAL, VILLE, COMMERCIALISATEUR, RANG
      *   *** OU IDENTIFIANT DU PREMIER MEMBRE PRINCIPAL / PRIVILEGIE
           05 SFAN-VALEUR-REF              PIC X(27).
           05 SFAN-VALEUR-ECART            PIC X(27).
      *   *** RESERVE
           05 FILLER                       PIC X(23).
      *
