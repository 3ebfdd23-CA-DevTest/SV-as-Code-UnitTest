      ******************************************************************
      * CTLM BANQUE : SERV0002 - REGISTRE DES DISTRIBUTEURS           *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DU REGISTRE DES DISTRIBUTEURS (VSAM   *
      * KSDS SOCDISTR, LG 150, CLE = SDIR-CREDITTRADERID EN TETE, LG  *
      * 11). UN ENREGISTREMENT PAR COMMERCIALISATEUR AUTORISE A       *
      * TRANSMETTRE SON STOCK CLIENTS (FICHIER DISTCLI).              *
      * LES ZONES DE REFERENCE (RESEAU, ACTIVITE, FREQUENCE,          *
      * TOLERANCE) SONT TENUES PAR LA CELLULE REFERENTIEL A           *
      * L'INSCRIPTION DU DISTRIBUTEUR ; LES ZONES DE SUIVI (DERNIERE  *
      * RECEPTION, DERNIER CONTROLE) SONT TENUES PAR LE SEUL          *
      * CONTROLE D'ENTREE SOCB0728.                                   *
      ******************************************************************
       01 SDIR-ENREG.
      *   *** IDENTIFIANT COMMERCIALISATEUR (CLE)
           05 SDIR-CREDITTRADERID          PIC 9(11).
      *   *** NOM DU RESEAU DE DISTRIBUTION
           05 SDIR-RESEAU                  PIC X(30).
      *   *** DISTRIBUTEUR ACTIF (O) OU SUSPENDU (N) : LE FICHIER D'UN
      *   *** DISTRIBUTEUR SUSPENDU EST RETENU
           05 SDIR-ACTIF                   PIC X(01).
              88 SDIR-ACTIVE               VALUE 'O'.
      *   *** FREQUENCE DE LIVRAISON ATTENDUE :
      *   *** Q=QUOTIDIENNE  H=HEBDOMADAIRE  M=MENSUELLE
           05 SDIR-FREQUENCE               PIC X(01).
              88 SDIR-QUOTIDIENNE          VALUE 'Q'.
              88 SDIR-HEBDOMADAIRE         VALUE 'H'.
              88 SDIR-MENSUELLE            VALUE 'M'.
      *   *** TOLERANCE DE VARIATION DU VOLUME CONTRE LA DERNIERE
      *   *** LIVRAISON ACCEPTEE (EN POURCENT, ZERO = TOLERANCE PAR
      *   *** DEFAUT DU CONTROLE)
           05 SDIR-TOLERANCE-PCT           PIC 9(03).
      *   *** DERNIERE LIVRAISON ACCEPTEE : DATE DE RECEPTION, DATE
      *   *** D'EXTRACTION ANNONCEE PAR L'ENTETE ET NOMBRE DE CLIENTS
           05 SDIR-DERN-RECEPTION          PIC 9(08).
           05 SDIR-DERN-EXTRACTION         PIC 9(08).
           05 SDIR-DERN-VOLUME             PIC 9(09).
      *   *** DERNIER CONTROLE : DATE ET RESULTAT (STATUTS SOCC07DS :
      *   *** A=ACCEPTE  R=REJETE  M=NON RECU) ET NOMBRE DE NUITS
      *   *** CONSECUTIVES SANS LIVRAISON ACCEPTEE
           05 SDIR-DERN-CONTROLE           PIC 9(08).
           05 SDIR-DERN-STATUT             PIC X(01).
           05 SDIR-NB-NUITS-RETENU         PIC 9(03).
      *   *** ESTAMPILLE DE MISE A JOUR
           05 SDIR-MAJ-USER                PIC X(08).
           05 SDIR-MAJ-DATE                PIC 9(08).
           05 SDIR-MAJ-HEURE               PIC 9(06).
      *   *** RESERVE
           05 FILLER                       PIC X(45).
      *
