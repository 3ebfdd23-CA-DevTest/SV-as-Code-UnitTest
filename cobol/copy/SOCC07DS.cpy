      ******************************************************************
      * CTLM BANQUE : SERV0002 - STATUTS DES DISTRIBUTEURS DE LA NUIT *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU FICHIER DES STATUTS DU CONTROLE    *
      * D'ENTREE DES FICHIERS DISTRIBUTEURS (FICHIER DISTSTAT, LG 80, *
      * TRIE SUR L'IDENTIFIANT COMMERCIALISATEUR), ECRIT PAR SOCB0728 *
      * A RAISON D'UN ENREGISTREMENT PAR DISTRIBUTEUR RECU OU INSCRIT *
      * AU REGISTRE. LU PAR LE RAPPROCHEMENT SOCB0714 : SEULS LES     *
      * DISTRIBUTEURS ACCEPTES CETTE NUIT SONT RAPPROCHES, LES AUTRES *
      * NE DONNENT LIEU A AUCUNE EXCEPTION.                           *
      ******************************************************************
       01 SDST-ENREG.
      *   *** IDENTIFIANT COMMERCIALISATEUR
           05 SDST-CREDITTRADERID          PIC 9(11).
      *   *** RESULTAT DU CONTROLE : A=ACCEPTE  R=REJETE (DONNEES
      *   *** RETENUES)  M=NON RECU  X=INCONNU OU SUSPENDU AU REGISTRE
           05 SDST-STATUT                  PIC X(01).
              88 SDST-ACCEPTE              VALUE 'A'.
              88 SDST-REJETE               VALUE 'R'.
              88 SDST-NON-RECU             VALUE 'M'.
              88 SDST-INCONNU              VALUE 'X'.
      *   *** DATE DU CONTROLE (SSAAMMJJ)
           05 SDST-DATE-CONTROLE           PIC 9(08).
      *   *** NOMBRE DE CLIENTS TRANSMIS AU RAPPROCHEMENT
           05 SDST-NB-TRANSMIS             PIC 9(09).
      *   *** MOTIF DU REJET OU DE L'ALERTE
           05 SDST-MOTIF                   PIC X(40).
      *   *** RESERVE
           05 FILLER                       PIC X(11).
      *
