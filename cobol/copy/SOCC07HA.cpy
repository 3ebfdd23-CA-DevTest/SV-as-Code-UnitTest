      ******************************************************************
      * CTLM BANQUE : SERV0002 - HABILITATIONS DES APPELANTS          *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DE LA TABLE DES HABILITATIONS (VSAM   *
      * KSDS SOCHABI, LG 200, CLE = SHAB-CALLER-ID EN TETE, LG 8).    *
      * UN ENREGISTREMENT PAR APPELANT DU SERVICE (SOCC071L-CALLER-ID *
      * : USERID CICS, NOM DE TRAITEMENT BATCH, COMPTE TECHNIQUE CTG).*
      * MAINTENUE PAR LA TRANSACTION S724 (SOCM0724) ; CONTROLEE PAR  *
      * LE NOYAU SOCC0710 A CHAQUE APPEL (CODE RETOUR 07 EN CAS DE    *
      * REFUS). LES COMPTEURS DU JOUR SONT TENUS PAR LE NOYAU SEUL :  *
      * LA TRANSACTION S724 NE LES MODIFIE PAS.                       *
      ******************************************************************
       01 SHAB-ENREG.
      *   *** IDENTITE DE L'APPELANT (CLE)
           05 SHAB-CALLER-ID               PIC X(08).
      *   *** LIBELLE DE L'APPELANT (SERVICE, APPLICATION, PERSONNE)
           05 SHAB-LIBELLE                 PIC X(30).
      *   *** APPELANT ACTIF (O) OU SUSPENDU (N)
           05 SHAB-ACTIF                   PIC X(01).
              88 SHAB-ACTIVE               VALUE 'O'.
      *   *** CANAUX AUTORISES (GUI/WEB/DIS/BAT/TRM, ***=TOUS CANAUX)
           05 SHAB-CANAUX.
              10 SHAB-CANAL                PIC X(03) OCCURS 4 TIMES.
      *   *** METHODES AUTORISEES : UN INDICATEUR O/N PAR METHODE, AU
      *   *** RANG DE LA METHODE DANS LA LISTE SOCC071L (1 A 21,
      *   *** RANGS 22 A 25 EN RESERVE)
           05 SHAB-METHODES.
              10 SHAB-METH-AUT             PIC X(01) OCCURS 25 TIMES.
      *   *** QUOTAS JOURNALIERS : NOMBRE D'APPELS ACCEPTES ET, PARMI
      *   *** EUX, NOMBRE DE RECHERCHES PAR BALAYAGE (FAMILLE
      *   *** PHONETIQUE, VILLE/RUE, CP/PLAGE DE NAISSANCE). ZERO =
      *   *** PAS DE LIMITE
           05 SHAB-QUOTA-APPELS            PIC 9(07).
           05 SHAB-QUOTA-BALAYAGES         PIC 9(05).
      *   *** COMPTEURS DE LA JOURNEE EN COURS (TENUS PAR SOCC0710,
      *   *** REMIS A ZERO AU PREMIER APPEL D'UNE NOUVELLE JOURNEE)
           05 SHAB-CPT-DATE                PIC 9(08).
           05 SHAB-CPT-APPELS              PIC 9(07).
           05 SHAB-CPT-BALAYAGES           PIC 9(05).
      *   *** ESTAMPILLE DE MISE A JOUR (SOCM0724)
           05 SHAB-MAJ-USER                PIC X(08).
           05 SHAB-MAJ-DATE                PIC 9(08).
           05 SHAB-MAJ-HEURE               PIC 9(06).
      *   *** RESERVE
           05 FILLER                       PIC X(70).
      *
