      ******************************************************************
      * CTLM BANQUE : SERV0002 - HISTORIQUE DES MODIFICATIONS         *
      ******************************************************************
      * DESSIN D'ENREGISTREMENT DE L'HISTORIQUE DES PERSONNES         *
      * (FICHIER PERSHIST, LG 250). ALIMENTE CHAQUE NUIT PAR LE BATCH *
      * SOCB0721 EN COMPARANT L'EXTRAIT PERSREPO ACCEPTE DU JOUR A    *
      * LA GENERATION ACCEPTEE PRECEDENTE : UN ENREGISTREMENT PAR     *
      * CREATION, PAR SUPPRESSION ET PAR CHAMP SOCC07PR MODIFIE.      *
      * PERMET DE REPONDRE AUX RECLAMATIONS ET AUX DEMANDES D'ACCES   *
      * CNIL : QUAND TELLE DONNEE A-T-ELLE CHANGE, ET QUE VALAIT-ELLE *
      * AVANT ? INTERROGATION PAR LE BATCH SOCB0722.                  *
      ******************************************************************
       01 SHIS-ENREG.
      *   *** DATE DE CONSTITUTION DE L'EXTRAIT (PERSCTRL, SSAAMMJJ)
           05 SHIS-DATE-EXTRAIT            PIC 9(08).
      *   *** PERSONNE CONCERNEE
           05 SHIS-PERSONENTITYID          PIC 9(11).
      *   *** MOUVEMENT : C=CREATION  S=SUPPRESSION  M=MODIFICATION
           05 SHIS-MOUVEMENT               PIC X(01).
              88 SHIS-CREATION             VALUE 'C'.
              88 SHIS-SUPPRESSION          VALUE 'S'.
              88 SHIS-MODIFICATION         VALUE 'M'.
      *   *** CHAMP SOCC07PR MODIFIE (SANS LE PREFIXE), BLANC POUR
      *   *** UNE CREATION OU UNE SUPPRESSION
           05 SHIS-CHAMP                   PIC X(30).
      *   *** FAMILLE DU CHAMP : A=ADRESSE  N=NOM  F=FOYER
      *   *** R=REFERENCE DISTRIBUTEUR  BLANC=AUTRE
           05 SHIS-FAMILLE                 PIC X(01).
              88 SHIS-FAM-ADRESSE          VALUE 'A'.
              88 SHIS-FAM-NOM              VALUE 'N'.
              88 SHIS-FAM-FOYER            VALUE 'F'.
              88 SHIS-FAM-REFERENCE        VALUE 'R'.
      *   *** VALEURS AVANT ET APRES LE MOUVEMENT (NUMERIQUES CADREES
      *   *** A GAUCHE). CREATION ET SUPPRESSION : NOM D'USAGE SUIVI
      *   *** DU PRENOM DE NAISSANCE DE LA PERSONNE
           05 SHIS-VAL-AVANT               PIC X(80).
           05 SHIS-VAL-APRES               PIC X(80).
      *   *** RESERVE
           05 FILLER                       PIC X(39).
      *
